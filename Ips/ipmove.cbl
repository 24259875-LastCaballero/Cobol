identification division.
program-id.	ipmove.


environment division.
input-output section.
file-control.
	select optional submast-file assign to ws-submast-file
	organization is line sequential
	file status is ws-submast-status.

	select optional alloc-file assign to ws-alloc-file
	organization is line sequential
	file status is ws-alloc-status.

	select optional ctl-file assign to ws-ctl-file
	organization is line sequential
	file status is ws-ctl-status.

	select report-file assign to ws-report-file
	organization is line sequential.

	select bulk-file assign to ws-bulk-file
	organization is line sequential.

data division.
file section.
fd	submast-file.
01	submast-record.
	05 sm-cidr		pic x(43).
	05 sm-site		pic x(20).
	05 sm-vlan		pic 9(4).
	05 sm-gateway		pic x(39).
	05 sm-dyn-from		pic x(39).
	05 sm-dyn-to		pic x(39).
	05 sm-dept		pic x(20).
	05 sm-purpose		pic x(40).
	05 sm-date		pic x(10).

fd	alloc-file.
01	alloc-record.
	05 alloc-ip		pic x(20).
	05 alloc-hostname	pic x(30).
	05 alloc-mac		pic x(17).
	05 alloc-dept		pic x(20).
	05 alloc-date		pic x(10).
	05 alloc-ip-cont	pic x(19).

fd	ctl-file.
01	ctl-record		pic x(30).

fd	report-file.
01	report-record		pic x(200).

fd	bulk-file.
01	bulk-record		pic x(200).

working-storage section.
01	ws-args			pic x(250).
01	ws-arg-source		pic x(60).
01	ws-arg-target		pic x(60).
01	ws-arg-toks.
	05 ws-arg-tok occurs 4 times	pic x(80).
01	ws-tok-idx		pic 9(2).
01	ws-tok-cur		pic x(80).

01	ws-submast-file		pic x(200)	value "SUBNETS.DAT".
01	ws-submast-status	pic xx		value spaces.
01	ws-submast-end		pic x		value 'N'.
01	ws-alloc-file		pic x(200)	value "IPALLOC.DAT".
01	ws-alloc-status		pic xx		value spaces.
01	ws-alloc-end		pic x		value 'N'.
01	ws-ctl-file		pic x(200)	value "SUBNETS.CTL".
01	ws-ctl-status		pic xx		value spaces.
01	ws-ctl-end		pic x		value 'N'.
01	ws-report-file		pic x(200)	value "IPMOVE.TXT".
01	ws-bulk-file		pic x(200)	value "IPMOVE.CSV".

01	ws-cutover-date		pic x(10).
01	ws-cut-dd		pic x(2).
01	ws-cut-mm		pic x(2).
01	ws-cut-yyyy		pic x(4).

01	ws-src-canon		pic x(43).
01	ws-src-first		pic x(40).
01	ws-src-last		pic x(40).
01	ws-src-family		pic x.
01	ws-tgt-canon		pic x(43).
01	ws-tgt-first		pic x(40).
01	ws-tgt-last		pic x(40).
01	ws-tgt-size		pic 9(3)	value 0.
01	ws-tgt-managed		pic x		value 'N'.
01	ws-tgt-site		pic x(20)	value spaces.
01	ws-tgt-vlan		pic 9(4)	value 0.
01	ws-tgt-gw-key		pic x(40)	value spaces.
01	ws-tgt-from-key		pic x(40)	value spaces.
01	ws-tgt-to-key		pic x(40)	value spaces.
01	ws-vlan-disp		pic z(3)9.

01	ws-calc-old.
	05 ws-old-grp occurs 8 times	pic 9(5).
01	ws-calc-old4 redefines ws-calc-old.
	05 ws-old-oct occurs 4 times	pic 9(3).
	05 filler			pic x(28).
01	ws-calc-src.
	05 ws-src-grp occurs 8 times	pic 9(5).
01	ws-calc-src4 redefines ws-calc-src.
	05 ws-src-oct occurs 4 times	pic 9(3).
	05 filler			pic x(28).
01	ws-calc-tgt.
	05 ws-tgt-grp occurs 8 times	pic 9(5).
01	ws-calc-tgt4 redefines ws-calc-tgt.
	05 ws-tgt-oct occurs 4 times	pic 9(3).
	05 filler			pic x(28).
01	ws-calc-new.
	05 ws-new-grp occurs 8 times	pic 9(5).
01	ws-calc-new4 redefines ws-calc-new.
	05 ws-new-oct occurs 4 times	pic 9(3).
	05 filler			pic x(28).
01	ws-calc-idx		pic 9(2).
01	ws-calc-val		pic 9(6).
01	ws-calc-fit		pic x.
01	ws-cand-key		pic x(40).
01	ws-cand-free		pic x.
01	ws-scan-val		pic 9(6).
01	ws-scan-from		pic 9(6).
01	ws-scan-to		pic 9(6).

01	ws-entries.
	05 ws-entry occurs 1024 times.
		10 ws-ent-ip		pic x(39).
		10 ws-ent-hostname	pic x(30).
		10 ws-ent-mac		pic x(17).
		10 ws-ent-dept		pic x(20).
		10 ws-ent-family	pic x.
		10 ws-ent-key		pic x(40).
01	ws-entry-count		pic 9(4)	value 0.
01	ws-entry-idx		pic 9(4).

01	ws-moves.
	05 ws-move occurs 1024 times.
		10 ws-mv-entry		pic 9(4).
		10 ws-mv-new-ip		pic x(39).
		10 ws-mv-new-key	pic x(40).
		10 ws-mv-method		pic x(16).
01	ws-move-count		pic 9(4)	value 0.
01	ws-move-idx		pic 9(4).
01	ws-chk-idx		pic 9(4).
01	ws-cur-move		pic 9(4).

01	ws-offset-count		pic 9(4)	value 0.
01	ws-nextfree-count	pic 9(4)	value 0.
01	ws-noroom-count		pic 9(4)	value 0.
01	ws-reserved-count	pic 9(4)	value 0.

01	ws-line			pic x(200).
01	ws-ip-width		pic 9(2)	value 16.
01	ws-col-old		pic x(39).
01	ws-col-new		pic x(39).
01	ws-col-host		pic x(30).
01	ws-col-dept		pic x(20).
01	ws-col-method		pic x(16).
01	ws-dns-side		pic x.
01	ws-dns-type		pic x(4).
01	ws-dns-ip		pic x(39).
01	ws-dns-key		pic x(40).

01	ws-cidr-in		pic x(60).
01	ws-cidr-ok		pic x		value 'N'.
01	ws-cidr-msg		pic x(60).
01	ws-cidr-canon		pic x(43).
01	ws-cidr-family		pic x.
01	ws-range-first		pic x(40).
01	ws-range-last		pic x(40).
01	ws-range-size		pic 9(3).
01	ws-addr-key		pic x(40).
01	ws-chk-ip		pic x(39).

01	ws-net-part		pic x(39).
01	ws-mask-part		pic x(3).
01	ws-mask-num		pic 9(2).
01	ws-mask6-disp		pic zz9.
01	ws-ip-octets.
	05 ws-ip-oct-1		pic 9(3).
	05 ws-ip-oct-2		pic 9(3).
	05 ws-ip-oct-3		pic 9(3).
	05 ws-ip-oct-4		pic 9(3).
01	ws-ip-oct-disp-1	pic zz9.
01	ws-ip-oct-disp-2	pic zz9.
01	ws-ip-oct-disp-3	pic zz9.
01	ws-ip-oct-disp-4	pic zz9.
01	ws-mask-disp		pic z9.
01	ws-ip-tok-1		pic x(3).
01	ws-ip-tok-2		pic x(3).
01	ws-ip-tok-3		pic x(3).
01	ws-ip-tok-4		pic x(3).
01	ws-ip-valid		pic x		value 'N'.
01	ws-ip-family		pic x		value '4'.
01	ws-colon-count		pic 9(2).
01	ws-ip6-addr.
	05 ws-ip6-grp occurs 8 times	pic 9(5).
01	ws-net6-addr.
	05 ws-net6-grp occurs 8 times	pic 9(5).
01	ws-ip6-work		pic x(39).
01	ws-ip6-text		pic x(39).
01	ws-ip6-head		pic x(39).
01	ws-ip6-tail		pic x(39).
01	ws-ip6-part		pic x(39).
01	ws-ip6-toks.
	05 ws-ip6-tok occurs 8 times	pic x(5).
01	ws-ip6-part-grps.
	05 ws-ip6-part-grp occurs 8 times	pic 9(5).
01	ws-ip6-head-grps.
	05 ws-ip6-head-grp occurs 8 times	pic 9(5).
01	ws-ip6-part-cnt		pic 9(2).
01	ws-ip6-head-cnt		pic 9(2).
01	ws-ip6-dcolon		pic 9(2).
01	ws-ip6-tcolon		pic 9(2).
01	ws-ip6-len		pic 9(2).
01	ws-ip6-g		pic 9(2).
01	ws-ip6-c		pic 9(2).
01	ws-ip6-val		pic 9(5).
01	ws-ip6-div		pic 9(5).
01	ws-ip6-ok		pic x.
01	ws-ip6-valid		pic x		value 'N'.
01	ws-ip6-bits		pic 9(3).
01	ws-ip6-full		pic 9(2).
01	ws-ip6-rest		pic 9(2).
01	ws-ip6-ptr		pic 9(2).
01	ws-ip6-run-start	pic 9(2).
01	ws-ip6-run-len		pic 9(2).
01	ws-ip6-cur-start	pic 9(2).
01	ws-ip6-cur-len		pic 9(2).
01	ws-ip6-hex		pic x(4).
01	ws-ip6-hex-len		pic 9.
01	ws-hex-digits		pic x(16)	value "0123456789abcdef".
01	ws-hex-pos		pic 9(2).
01	ws-ip6-nibbles		pic x(32).
01	ws-ip6-nib-count	pic 9(2).
01	ws-ip6-arpa		pic x(80).
01	ws-arpa-ptr		pic 9(3).

01	ws-current-date.
	05 ws-cur-yyyy		pic 9(4).
	05 ws-cur-mm		pic 9(2).
	05 ws-cur-dd		pic 9(2).
01	ws-date-disp		pic x(10).

01	ws-log-prog	pic x(12)	value "IPMOVE".
01	ws-log-args	pic x(80)	value spaces.
01	ws-log-read	pic 9(9)	value 0.
01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".


procedure division.

process-args.
	accept ws-args from command-line
	move ws-args to ws-log-args
	call "RUNLOG-START" using ws-log-prog ws-log-args
		on exception continue
	end-call
	unstring ws-args delimited by all space into
		ws-arg-source ws-arg-target
		ws-arg-tok( 1 ) ws-arg-tok( 2 ) ws-arg-tok( 3 ) ws-arg-tok( 4 )

	accept ws-current-date from date yyyymmdd
	move spaces to ws-date-disp
	string ws-cur-dd delimited by size
		"." ws-cur-mm delimited by size
		"." ws-cur-yyyy delimited by size
		into ws-date-disp
	move ws-date-disp to ws-cutover-date

	perform varying ws-tok-idx from 1 by 1 until ws-tok-idx > 4
		move ws-arg-tok( ws-tok-idx ) to ws-tok-cur
		perform classify-arg-token
	end-perform

	if ws-arg-source = spaces or ws-arg-target = spaces
		move 8 to return-code
		display "ipmove: usage - source-cidr target-cidr [DATE=dd.mm.yyyy]"
			" [SUBNETS=file] [REPORT=file] [CSV=file]"
		stop run
	end-if

	perform set-umgebung
	perform check-subnets
	perform find-target-subnet
	perform load-allocations
	perform plan-moves
	perform write-report
	perform write-bulk-file

	display "ipmove: " ws-move-count " address(es) of "
		function trim( ws-src-canon ) " planned for "
		function trim( ws-tgt-canon ) ", cut-over " ws-cutover-date
	display "ipmove:   same offset " ws-offset-count
		"  next free " ws-nextfree-count
		"  no free address " ws-noroom-count
		"  reservations not moved " ws-reserved-count
	display "ipmove: plan written to " function trim( ws-report-file )
		", ipalloc changes to " function trim( ws-bulk-file )
	if ws-noroom-count > 0
		display "ipmove: WARNING - " ws-noroom-count
			" host(s) found no free address in " function trim( ws-tgt-canon )
		if return-code < 4
			move 4 to return-code
		end-if
	end-if
	if return-code > 0
		move "FAILED" to ws-log-outcome
	end-if
	move ws-entry-count to ws-log-read
	move ws-move-count to ws-log-written
	move return-code to ws-log-rc
	call "RUNLOG-END" using ws-log-prog ws-log-read ws-log-written
		ws-log-outcome
		on exception continue
	end-call
	move ws-log-rc to return-code
	stop run.

classify-arg-token.
	evaluate true
		when ws-tok-cur = spaces
			continue
		when ws-tok-cur( 1 : 5 ) = "DATE="
			move ws-tok-cur( 6 : ) to ws-cutover-date
			move spaces to ws-cut-dd
			move spaces to ws-cut-mm
			move spaces to ws-cut-yyyy
			unstring ws-cutover-date delimited by "." into
				ws-cut-dd ws-cut-mm ws-cut-yyyy
			if ws-cut-dd is not numeric or ws-cut-mm is not numeric
				or ws-cut-yyyy is not numeric
				or ws-cut-dd < "01" or ws-cut-dd > "31"
				or ws-cut-mm < "01" or ws-cut-mm > "12"
				display "ipmove: ERROR - cut-over date must be dd.mm.yyyy: "
					function trim( ws-tok-cur )
				move 8 to return-code
				stop run
			end-if
		when ws-tok-cur( 1 : 8 ) = "SUBNETS="
			move ws-tok-cur( 9 : ) to ws-submast-file
		when ws-tok-cur( 1 : 7 ) = "REPORT="
			move ws-tok-cur( 8 : ) to ws-report-file
		when ws-tok-cur( 1 : 4 ) = "CSV="
			move ws-tok-cur( 5 : ) to ws-bulk-file
		when other
			display "ipmove: ERROR - unknown argument " function trim( ws-tok-cur )
			move 8 to return-code
			stop run
	end-evaluate
exit.

check-subnets.
	move ws-arg-source to ws-cidr-in
	perform parse-cidr
	if ws-cidr-ok = 'N'
		display "ipmove: ERROR - source " function trim( ws-arg-source )
			": " function trim( ws-cidr-msg )
		move 8 to return-code
		stop run
	end-if
	move ws-cidr-canon to ws-src-canon
	move ws-cidr-family to ws-src-family
	move ws-range-first to ws-src-first
	move ws-range-last to ws-src-last

	move ws-arg-target to ws-cidr-in
	perform parse-cidr
	if ws-cidr-ok = 'N'
		display "ipmove: ERROR - target " function trim( ws-arg-target )
			": " function trim( ws-cidr-msg )
		move 8 to return-code
		stop run
	end-if
	move ws-cidr-canon to ws-tgt-canon
	move ws-range-first to ws-tgt-first
	move ws-range-last to ws-tgt-last
	move ws-range-size to ws-tgt-size

	if ws-cidr-family not = ws-src-family
		display "ipmove: ERROR - source and target must be of the same address family"
		move 8 to return-code
		stop run
	end-if
	if ws-src-first <= ws-tgt-last and ws-tgt-first <= ws-src-last
		display "ipmove: ERROR - " function trim( ws-src-canon ) " and "
			function trim( ws-tgt-canon ) " overlap"
		move 8 to return-code
		stop run
	end-if

	move ws-tgt-first to ws-calc-new
	move ws-tgt-last to ws-calc-tgt
	if ws-src-family = '6'
		move 39 to ws-ip-width
		move ws-new-grp( 8 ) to ws-scan-from
		move ws-tgt-grp( 8 ) to ws-scan-to
	else
		move ws-new-oct( 4 ) to ws-scan-from
		move ws-tgt-oct( 4 ) to ws-scan-to
	end-if
exit.

find-target-subnet.
	open input submast-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-submast-file ws-dat-lesen
		on exception continue
	end-call
	move ws-log-rc to return-code
	if ws-submast-status = "00"
		perform until ws-submast-end = 'Y'
			read submast-file
			at end
				move 'Y' to ws-submast-end
			not at end
				if sm-cidr = ws-tgt-canon
					move 'Y' to ws-tgt-managed
					move sm-site to ws-tgt-site
					move sm-vlan to ws-tgt-vlan
					if sm-gateway not = spaces
						move sm-gateway to ws-chk-ip
						perform parse-addr
						move ws-addr-key to ws-tgt-gw-key
					end-if
					if sm-dyn-from not = spaces
						move sm-dyn-from to ws-chk-ip
						perform parse-addr
						move ws-addr-key to ws-tgt-from-key
						move sm-dyn-to to ws-chk-ip
						perform parse-addr
						move ws-addr-key to ws-tgt-to-key
					end-if
				end-if
		end-perform
		close submast-file
		if ws-tgt-managed = 'N'
			display "ipmove: WARNING - " function trim( ws-tgt-canon )
				" is not in " function trim( ws-submast-file )
				" - ipalloc will refuse the new addresses until it is added"
			move 4 to return-code
		end-if
		exit paragraph
	end-if
	close submast-file

	open input ctl-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-ctl-file ws-dat-lesen
		on exception continue
	end-call
	move ws-log-rc to return-code
	if ws-ctl-status = "00"
		perform until ws-ctl-end = 'Y'
			read ctl-file
			at end
				move 'Y' to ws-ctl-end
			not at end
				if ctl-record not = spaces
					move ctl-record to ws-cidr-in
					perform parse-cidr
					if ws-cidr-ok = 'Y' and ws-cidr-canon = ws-tgt-canon
						move 'Y' to ws-tgt-managed
					end-if
				end-if
		end-perform
	end-if
	close ctl-file
	if ws-tgt-managed = 'N'
		display "ipmove: WARNING - " function trim( ws-tgt-canon )
			" is not a managed subnet"
			" - ipalloc will refuse the new addresses until it is added"
		move 4 to return-code
	end-if
exit.

load-allocations.
	open input alloc-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-alloc-file ws-dat-lesen
		on exception continue
	end-call
	move ws-log-rc to return-code
	if ws-alloc-status not = "00"
		close alloc-file
		exit paragraph
	end-if
	perform until ws-alloc-end = 'Y'
		read alloc-file
		at end
			move 'Y' to ws-alloc-end
		not at end
			move alloc-ip to ws-chk-ip
			move alloc-ip-cont to ws-chk-ip( 21 : 19 )
			perform parse-addr
			if ws-ip-valid = 'Y'
				if ws-entry-count < 1024
					add 1 to ws-entry-count
					move ws-chk-ip       to ws-ent-ip( ws-entry-count )
					move alloc-hostname  to ws-ent-hostname( ws-entry-count )
					move alloc-mac       to ws-ent-mac( ws-entry-count )
					move alloc-dept      to ws-ent-dept( ws-entry-count )
					move ws-ip-family    to ws-ent-family( ws-entry-count )
					move ws-addr-key     to ws-ent-key( ws-entry-count )
				else
					display "ipmove: WARNING - allocation table full, record ignored: "
						function trim( ws-chk-ip )
				end-if
			end-if
	end-perform
	close alloc-file
exit.

plan-moves.
	perform varying ws-entry-idx from 1 by 1 until ws-entry-idx > ws-entry-count
		if ws-ent-family( ws-entry-idx ) = ws-src-family
			and ws-ent-key( ws-entry-idx ) >= ws-src-first
			and ws-ent-key( ws-entry-idx ) <= ws-src-last
			perform plan-one-move
		end-if
	end-perform
	perform varying ws-cur-move from 1 by 1 until ws-cur-move > ws-move-count
		if ws-mv-method( ws-cur-move ) = spaces
			perform plan-next-free
		end-if
	end-perform
exit.

plan-one-move.
	if ws-move-count >= 1024
		display "ipmove: WARNING - move table full, not planned: "
			function trim( ws-ent-ip( ws-entry-idx ) )
		exit paragraph
	end-if
	add 1 to ws-move-count
	move ws-move-count to ws-cur-move
	move ws-entry-idx to ws-mv-entry( ws-cur-move )
	move spaces to ws-mv-new-ip( ws-cur-move )
	move spaces to ws-mv-new-key( ws-cur-move )
	move spaces to ws-mv-method( ws-cur-move )
	if ws-ent-hostname( ws-entry-idx ) = "*RESERVED*"
		move "NOT MOVED" to ws-mv-method( ws-cur-move )
		add 1 to ws-reserved-count
		exit paragraph
	end-if
	perform compute-offset-addr
	if ws-calc-fit = 'Y'
		perform check-candidate-free
		if ws-cand-free = 'Y'
			move "SAME OFFSET" to ws-mv-method( ws-cur-move )
			add 1 to ws-offset-count
			perform store-candidate
		end-if
	end-if
exit.

plan-next-free.
	perform find-next-free
	if ws-cand-free = 'Y'
		move "NEXT FREE" to ws-mv-method( ws-cur-move )
		add 1 to ws-nextfree-count
		perform store-candidate
	else
		move "NO FREE ADDRESS" to ws-mv-method( ws-cur-move )
		add 1 to ws-noroom-count
	end-if
exit.

compute-offset-addr.
	move ws-ent-key( ws-entry-idx ) to ws-calc-old
	move ws-src-first to ws-calc-src
	move ws-tgt-first to ws-calc-tgt
	move ws-tgt-first to ws-calc-new
	move 'Y' to ws-calc-fit
	if ws-src-family = '6'
		perform varying ws-calc-idx from 1 by 1 until ws-calc-idx > 8
			compute ws-calc-val = ws-tgt-grp( ws-calc-idx )
				+ ws-old-grp( ws-calc-idx ) - ws-src-grp( ws-calc-idx )
			if ws-calc-val > 65535
				move 'N' to ws-calc-fit
			else
				move ws-calc-val to ws-new-grp( ws-calc-idx )
			end-if
		end-perform
	else
		perform varying ws-calc-idx from 1 by 1 until ws-calc-idx > 4
			compute ws-calc-val = ws-tgt-oct( ws-calc-idx )
				+ ws-old-oct( ws-calc-idx ) - ws-src-oct( ws-calc-idx )
			if ws-calc-val > 255
				move 'N' to ws-calc-fit
			else
				move ws-calc-val to ws-new-oct( ws-calc-idx )
			end-if
		end-perform
	end-if
	move ws-calc-new to ws-cand-key
	if ws-cand-key < ws-tgt-first or ws-cand-key > ws-tgt-last
		move 'N' to ws-calc-fit
	end-if
exit.

find-next-free.
	move 'N' to ws-cand-free
	move ws-tgt-first to ws-calc-new
	perform varying ws-scan-val from ws-scan-from by 1
		until ws-scan-val > ws-scan-to or ws-cand-free = 'Y'
		if ws-src-family = '6'
			move ws-scan-val to ws-new-grp( 8 )
		else
			move ws-scan-val to ws-new-oct( 4 )
		end-if
		move ws-calc-new to ws-cand-key
		perform check-candidate-free
	end-perform
exit.

check-candidate-free.
	move 'N' to ws-cand-free
	if ws-cand-key = ws-tgt-first and ( ws-src-family = '6' or ws-tgt-size > 2 )
		exit paragraph
	end-if
	if ws-cand-key = ws-tgt-last and ws-src-family = '4' and ws-tgt-size > 2
		exit paragraph
	end-if
	if ws-tgt-gw-key not = spaces and ws-cand-key = ws-tgt-gw-key
		exit paragraph
	end-if
	if ws-tgt-from-key not = spaces and ws-tgt-to-key not = spaces
		and ws-cand-key >= ws-tgt-from-key and ws-cand-key <= ws-tgt-to-key
		exit paragraph
	end-if
	perform varying ws-chk-idx from 1 by 1 until ws-chk-idx > ws-entry-count
		if ws-ent-key( ws-chk-idx ) = ws-cand-key
			exit paragraph
		end-if
	end-perform
	perform varying ws-chk-idx from 1 by 1 until ws-chk-idx > ws-move-count
		if ws-chk-idx not = ws-cur-move
			and ws-mv-new-key( ws-chk-idx ) = ws-cand-key
			exit paragraph
		end-if
	end-perform
	move 'Y' to ws-cand-free
exit.

store-candidate.
	move ws-cand-key to ws-mv-new-key( ws-cur-move )
	move ws-cand-key to ws-dns-key
	perform key-to-text
	move ws-chk-ip to ws-mv-new-ip( ws-cur-move )
exit.

key-to-text.
	if ws-src-family = '6'
		move ws-dns-key to ws-ip6-addr
		perform format-ip6
		move ws-ip6-text to ws-chk-ip
	else
		move ws-dns-key( 1 : 12 ) to ws-ip-octets
		perform format-ip4
	end-if
exit.

write-report.
	open output report-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-report-file ws-dat-schreib
		on exception continue
	end-call
	move ws-log-rc to return-code
	move "SUBNET MOVE PLAN" to report-record
	write report-record
	move spaces to ws-line
	string "Source: " function trim( ws-src-canon ) delimited by size
		"    Target: " function trim( ws-tgt-canon ) delimited by size
		"    Cut-over: " ws-cutover-date delimited by size
		"    Created: " ws-date-disp delimited by size
		into ws-line
	move ws-line to report-record
	write report-record
	if ws-tgt-site not = spaces or ws-tgt-vlan > 0
		move ws-tgt-vlan to ws-vlan-disp
		move spaces to ws-line
		string "Target site: " function trim( ws-tgt-site ) delimited by size
			"  VLAN: " function trim( ws-vlan-disp ) delimited by size
			into ws-line
		move ws-line to report-record
		write report-record
	end-if
	move spaces to report-record
	write report-record

	move "ADDRESS MAPPING" to report-record
	write report-record
	move "OLD ADDRESS" to ws-col-old
	move "NEW ADDRESS" to ws-col-new
	move "HOSTNAME" to ws-col-host
	move "DEPARTMENT" to ws-col-dept
	move "METHOD" to ws-col-method
	perform write-map-line
	move all "-" to ws-col-old
	move all "-" to ws-col-new
	move all "-" to ws-col-host
	move all "-" to ws-col-dept
	move all "-" to ws-col-method
	perform write-map-line
	perform varying ws-move-idx from 1 by 1 until ws-move-idx > ws-move-count
		move ws-mv-entry( ws-move-idx ) to ws-entry-idx
		move ws-ent-ip( ws-entry-idx ) to ws-col-old
		move ws-mv-new-ip( ws-move-idx ) to ws-col-new
		if ws-col-new = spaces
			move "-" to ws-col-new
		end-if
		move ws-ent-hostname( ws-entry-idx ) to ws-col-host
		move ws-ent-dept( ws-entry-idx ) to ws-col-dept
		if ws-col-dept = spaces
			move "*OHNE*" to ws-col-dept
		end-if
		move ws-mv-method( ws-move-idx ) to ws-col-method
		perform write-map-line
	end-perform
	move spaces to report-record
	write report-record
	move spaces to ws-line
	string "Addresses: " ws-move-count delimited by size
		"   same offset: " ws-offset-count delimited by size
		"   next free: " ws-nextfree-count delimited by size
		"   no free address: " ws-noroom-count delimited by size
		"   reservations not moved: " ws-reserved-count delimited by size
		into ws-line
	move ws-line to report-record
	write report-record
	move spaces to report-record
	write report-record

	move spaces to ws-line
	string "IPALLOC CHANGES (ipalloc BULK " delimited by size
		function trim( ws-bulk-file ) delimited by size
		")" delimited by size
		into ws-line
	move ws-line to report-record
	write report-record
	perform varying ws-move-idx from 1 by 1 until ws-move-idx > ws-move-count
		if ws-mv-new-ip( ws-move-idx ) not = spaces
			perform build-release-line
			move ws-line to report-record
			write report-record
			perform build-add-line
			move ws-line to report-record
			write report-record
		end-if
	end-perform
	move spaces to report-record
	write report-record

	move spaces to ws-line
	string "DNS CHANGES FOR CUT-OVER " ws-cutover-date delimited by size
		into ws-line
	move ws-line to report-record
	write report-record
	move "; forward zone - remove" to report-record
	write report-record
	move 'O' to ws-dns-side
	perform write-fwd-records
	move "; forward zone - add" to report-record
	write report-record
	move 'N' to ws-dns-side
	perform write-fwd-records
	move "; reverse zone - remove" to report-record
	write report-record
	move 'O' to ws-dns-side
	perform write-rev-records
	move "; reverse zone - add" to report-record
	write report-record
	move 'N' to ws-dns-side
	perform write-rev-records
	close report-file
exit.

write-map-line.
	move spaces to ws-line
	string ws-col-old( 1 : ws-ip-width ) "  " ws-col-new( 1 : ws-ip-width ) "  "
		ws-col-host "  " ws-col-dept "  " ws-col-method
		delimited by size into ws-line
	move ws-line to report-record
	write report-record
exit.

build-release-line.
	move ws-mv-entry( ws-move-idx ) to ws-entry-idx
	move spaces to ws-line
	string "RELEASE;" function trim( ws-ent-ip( ws-entry-idx ) )
		delimited by size into ws-line
exit.

build-add-line.
	move ws-mv-entry( ws-move-idx ) to ws-entry-idx
	move spaces to ws-line
	string "ADD;" function trim( ws-mv-new-ip( ws-move-idx ) ) delimited by size
		";" function trim( ws-ent-hostname( ws-entry-idx ) ) delimited by size
		";" function trim( ws-ent-mac( ws-entry-idx ) ) delimited by size
		";" function trim( ws-ent-dept( ws-entry-idx ) ) delimited by size
		into ws-line
exit.

write-fwd-records.
	if ws-src-family = '6'
		move "AAAA" to ws-dns-type
	else
		move "A" to ws-dns-type
	end-if
	perform varying ws-move-idx from 1 by 1 until ws-move-idx > ws-move-count
		move ws-mv-entry( ws-move-idx ) to ws-entry-idx
		if ws-mv-new-ip( ws-move-idx ) not = spaces
			and ws-ent-hostname( ws-entry-idx ) not = spaces
			if ws-dns-side = 'O'
				move ws-ent-ip( ws-entry-idx ) to ws-dns-ip
			else
				move ws-mv-new-ip( ws-move-idx ) to ws-dns-ip
			end-if
			move spaces to report-record
			string function trim( ws-ent-hostname( ws-entry-idx ) ) delimited by size
				"  IN " function trim( ws-dns-type ) "  " delimited by size
				function trim( ws-dns-ip ) delimited by size
				into report-record
			write report-record
		end-if
	end-perform
exit.

write-rev-records.
	perform varying ws-move-idx from 1 by 1 until ws-move-idx > ws-move-count
		move ws-mv-entry( ws-move-idx ) to ws-entry-idx
		if ws-mv-new-ip( ws-move-idx ) not = spaces
			and ws-ent-hostname( ws-entry-idx ) not = spaces
			if ws-dns-side = 'O'
				move ws-ent-key( ws-entry-idx ) to ws-dns-key
			else
				move ws-mv-new-key( ws-move-idx ) to ws-dns-key
			end-if
			perform build-rev-name
			move spaces to report-record
			string function trim( ws-ip6-arpa ) delimited by size
				".  IN PTR  " delimited by size
				function trim( ws-ent-hostname( ws-entry-idx ) ) delimited by size
				"." delimited by size
				into report-record
			write report-record
		end-if
	end-perform
exit.

build-rev-name.
	if ws-src-family = '6'
		move ws-dns-key to ws-ip6-addr
		perform build-ip6-nibbles
		move 32 to ws-ip6-nib-count
		perform build-ip6-arpa
	else
		move ws-dns-key( 1 : 12 ) to ws-ip-octets
		move ws-ip-oct-1 to ws-ip-oct-disp-1
		move ws-ip-oct-2 to ws-ip-oct-disp-2
		move ws-ip-oct-3 to ws-ip-oct-disp-3
		move ws-ip-oct-4 to ws-ip-oct-disp-4
		move spaces to ws-ip6-arpa
		string function trim( ws-ip-oct-disp-4 ) delimited by size
			"." delimited by size
			function trim( ws-ip-oct-disp-3 ) delimited by size
			"." delimited by size
			function trim( ws-ip-oct-disp-2 ) delimited by size
			"." delimited by size
			function trim( ws-ip-oct-disp-1 ) delimited by size
			".in-addr.arpa" delimited by size
			into ws-ip6-arpa
	end-if
exit.

write-bulk-file.
	open output bulk-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-bulk-file ws-dat-schreib
		on exception continue
	end-call
	move ws-log-rc to return-code
	move spaces to bulk-record
	string "# subnet move " function trim( ws-src-canon ) delimited by size
		" -> " function trim( ws-tgt-canon ) delimited by size
		", cut-over " ws-cutover-date delimited by size
		into bulk-record
	write bulk-record
	move "ACTION;IP;HOSTNAME;MAC;DEPT" to bulk-record
	write bulk-record
	perform varying ws-move-idx from 1 by 1 until ws-move-idx > ws-move-count
		if ws-mv-new-ip( ws-move-idx ) not = spaces
			perform build-release-line
			move ws-line to bulk-record
			write bulk-record
			perform build-add-line
			move ws-line to bulk-record
			write bulk-record
		end-if
	end-perform
	close bulk-file
exit.

parse-cidr.
	move 'N' to ws-cidr-ok
	move spaces to ws-cidr-msg
	move spaces to ws-cidr-canon
	move spaces to ws-range-first
	move spaces to ws-range-last
	move spaces to ws-net-part
	move spaces to ws-mask-part
	unstring ws-cidr-in delimited by "/" into ws-net-part ws-mask-part
	move ws-net-part to ws-chk-ip
	perform check-ip-valid
	if ws-ip-valid = 'N'
		move "not a valid network address" to ws-cidr-msg
		exit paragraph
	end-if
	move ws-ip-family to ws-cidr-family
	if ws-ip-family = '6'
		if ws-mask-part = spaces
			move "64" to ws-mask-part
		end-if
		if function trim( ws-mask-part ) is not numeric
			or function numval( ws-mask-part ) > 128
			move "IPv6 prefix length must be 0-128" to ws-cidr-msg
			exit paragraph
		end-if
		move function numval( ws-mask-part ) to ws-ip6-bits
		move ws-ip6-addr to ws-net6-addr
		perform mask-net6
		if ws-net6-addr not = ws-ip6-addr
			move "host bits set - not a network address" to ws-cidr-msg
			exit paragraph
		end-if
		move ws-ip6-bits to ws-mask6-disp
		string function trim( ws-ip6-text ) delimited by size
			"/" delimited by size
			function trim( ws-mask6-disp ) delimited by size
			into ws-cidr-canon
		move ws-net6-addr to ws-range-first
		perform set-host-bits6
		move ws-ip6-addr to ws-range-last
	else
		if ws-mask-part = spaces
			move "24" to ws-mask-part
		end-if
		if function trim( ws-mask-part ) is not numeric
			or function numval( ws-mask-part ) < 24
			or function numval( ws-mask-part ) > 32
			move "IPv4 subnets must be /24 to /32" to ws-cidr-msg
			exit paragraph
		end-if
		move function numval( ws-mask-part ) to ws-mask-num
		compute ws-range-size = 2 ** ( 32 - ws-mask-num )
		if function mod( ws-ip-oct-4, ws-range-size ) not = 0
			move "host bits set - not a network address" to ws-cidr-msg
			exit paragraph
		end-if
		perform format-ip4
		move ws-mask-num to ws-mask-disp
		string function trim( ws-chk-ip ) delimited by size
			"/" delimited by size
			ws-mask-disp delimited by size
			into ws-cidr-canon
		move ws-ip-octets to ws-range-first
		compute ws-ip-oct-4 = ws-ip-oct-4 + ws-range-size - 1
		move ws-ip-octets to ws-range-last
	end-if
	move 'Y' to ws-cidr-ok
exit.

mask-net6.
	divide ws-ip6-bits by 16 giving ws-ip6-full remainder ws-ip6-rest
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > 8
		if ws-ip6-g > ws-ip6-full + 1
			or ( ws-ip6-g = ws-ip6-full + 1 and ws-ip6-rest = 0 )
			move 0 to ws-net6-grp( ws-ip6-g )
		end-if
	end-perform
	if ws-ip6-rest > 0
		compute ws-ip6-div = 2 ** ( 16 - ws-ip6-rest )
		compute ws-net6-grp( ws-ip6-full + 1 ) =
			ws-net6-grp( ws-ip6-full + 1 )
			- function mod( ws-net6-grp( ws-ip6-full + 1 ), ws-ip6-div )
	end-if
exit.

set-host-bits6.
	move ws-net6-addr to ws-ip6-addr
	divide ws-ip6-bits by 16 giving ws-ip6-full remainder ws-ip6-rest
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > 8
		if ws-ip6-g > ws-ip6-full + 1
			or ( ws-ip6-g = ws-ip6-full + 1 and ws-ip6-rest = 0 )
			move 65535 to ws-ip6-grp( ws-ip6-g )
		end-if
	end-perform
	if ws-ip6-rest > 0
		compute ws-ip6-div = 2 ** ( 16 - ws-ip6-rest )
		compute ws-ip6-grp( ws-ip6-full + 1 ) =
			ws-ip6-grp( ws-ip6-full + 1 ) + ws-ip6-div - 1
	end-if
exit.

format-ip4.
	move ws-ip-oct-1 to ws-ip-oct-disp-1
	move ws-ip-oct-2 to ws-ip-oct-disp-2
	move ws-ip-oct-3 to ws-ip-oct-disp-3
	move ws-ip-oct-4 to ws-ip-oct-disp-4
	move spaces to ws-chk-ip
	string function trim( ws-ip-oct-disp-1 ) delimited by size
		"." delimited by size
		function trim( ws-ip-oct-disp-2 ) delimited by size
		"." delimited by size
		function trim( ws-ip-oct-disp-3 ) delimited by size
		"." delimited by size
		function trim( ws-ip-oct-disp-4 ) delimited by size
		into ws-chk-ip
exit.

parse-addr.
	move spaces to ws-addr-key
	perform check-ip-valid
	if ws-ip-valid = 'N'
		exit paragraph
	end-if
	if ws-ip-family = '6'
		move ws-ip6-addr to ws-addr-key
		move ws-ip6-text to ws-chk-ip
	else
		move ws-ip-octets to ws-addr-key
		perform format-ip4
	end-if
exit.

check-ip-valid.
	move 'N' to ws-ip-valid
	move 0 to ws-colon-count
	inspect ws-chk-ip tallying ws-colon-count for all ":"
	if ws-colon-count > 0
		move '6' to ws-ip-family
		move function trim( ws-chk-ip ) to ws-ip6-work
		perform parse-ip6
		move ws-ip6-valid to ws-ip-valid
		exit paragraph
	end-if
	move '4' to ws-ip-family
	move spaces to ws-ip-tok-1
	move spaces to ws-ip-tok-2
	move spaces to ws-ip-tok-3
	move spaces to ws-ip-tok-4
	unstring ws-chk-ip delimited by "." into
		ws-ip-tok-1 ws-ip-tok-2 ws-ip-tok-3 ws-ip-tok-4
	if function trim( ws-ip-tok-1 ) is numeric
		and function trim( ws-ip-tok-2 ) is numeric
		and function trim( ws-ip-tok-3 ) is numeric
		and function trim( ws-ip-tok-4 ) is numeric
		move ws-ip-tok-1 to ws-ip-oct-1
		move ws-ip-tok-2 to ws-ip-oct-2
		move ws-ip-tok-3 to ws-ip-oct-3
		move ws-ip-tok-4 to ws-ip-oct-4
		if ws-ip-oct-1 < 256 and ws-ip-oct-2 < 256
			and ws-ip-oct-3 < 256 and ws-ip-oct-4 < 256
			move 'Y' to ws-ip-valid
		end-if
	end-if
exit.

build-ip6-nibbles.
	move spaces to ws-ip6-nibbles
	move 0 to ws-ip6-c
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > 8
		move ws-ip6-grp( ws-ip6-g ) to ws-ip6-val
		move 4096 to ws-ip6-div
		perform until ws-ip6-div = 0
			compute ws-hex-pos = ws-ip6-val / ws-ip6-div
			compute ws-ip6-val = ws-ip6-val - ws-hex-pos * ws-ip6-div
			add 1 to ws-ip6-c
			move ws-hex-digits( ws-hex-pos + 1 : 1 ) to ws-ip6-nibbles( ws-ip6-c : 1 )
			compute ws-ip6-div = ws-ip6-div / 16
		end-perform
	end-perform
exit.

build-ip6-arpa.
	move spaces to ws-ip6-arpa
	move 1 to ws-arpa-ptr
	perform varying ws-ip6-c from ws-ip6-nib-count by -1 until ws-ip6-c < 1
		string ws-ip6-nibbles( ws-ip6-c : 1 ) "." delimited by size
			into ws-ip6-arpa with pointer ws-arpa-ptr
	end-perform
	string "ip6.arpa" delimited by size
		into ws-ip6-arpa with pointer ws-arpa-ptr
exit.

parse-ip6.
	move 'N' to ws-ip6-valid
	move function lower-case( ws-ip6-work ) to ws-ip6-work
	move 0 to ws-ip6-tcolon
	move 0 to ws-ip6-dcolon
	inspect ws-ip6-work tallying ws-ip6-tcolon for all ":::"
		ws-ip6-dcolon for all "::"
	if ws-ip6-tcolon > 0 or ws-ip6-dcolon > 1
		exit paragraph
	end-if
	move 0 to ws-ip6-len
	inspect ws-ip6-work tallying ws-ip6-len for characters before initial space
	if ws-ip6-len < 2
		exit paragraph
	end-if
	if ws-ip6-len < 39
		if ws-ip6-work( ws-ip6-len + 1 : ) not = spaces
			exit paragraph
		end-if
	end-if
	move spaces to ws-ip6-head
	move spaces to ws-ip6-tail
	if ws-ip6-dcolon = 1
		unstring ws-ip6-work( 1 : ws-ip6-len ) delimited by "::"
			into ws-ip6-head ws-ip6-tail
	else
		move ws-ip6-work to ws-ip6-head
	end-if
	move ws-ip6-head to ws-ip6-part
	perform parse-ip6-part
	if ws-ip6-ok = 'N'
		exit paragraph
	end-if
	move ws-ip6-part-cnt to ws-ip6-head-cnt
	move ws-ip6-part-grps to ws-ip6-head-grps
	move ws-ip6-tail to ws-ip6-part
	perform parse-ip6-part
	if ws-ip6-ok = 'N'
		exit paragraph
	end-if
	if ws-ip6-dcolon = 0 and ws-ip6-head-cnt not = 8
		exit paragraph
	end-if
	if ws-ip6-dcolon = 1 and ws-ip6-head-cnt + ws-ip6-part-cnt > 7
		exit paragraph
	end-if
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > 8
		move 0 to ws-ip6-grp( ws-ip6-g )
	end-perform
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > ws-ip6-head-cnt
		move ws-ip6-head-grp( ws-ip6-g ) to ws-ip6-grp( ws-ip6-g )
	end-perform
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > ws-ip6-part-cnt
		move ws-ip6-part-grp( ws-ip6-g )
			to ws-ip6-grp( 8 - ws-ip6-part-cnt + ws-ip6-g )
	end-perform
	move 'Y' to ws-ip6-valid
	perform format-ip6
exit.

parse-ip6-part.
	move 'Y' to ws-ip6-ok
	move 0 to ws-ip6-part-cnt
	if ws-ip6-part = spaces
		exit paragraph
	end-if
	move 0 to ws-ip6-c
	inspect ws-ip6-part tallying ws-ip6-c for all ":"
	if ws-ip6-c > 7
		move 'N' to ws-ip6-ok
		exit paragraph
	end-if
	compute ws-ip6-part-cnt = ws-ip6-c + 1
	move spaces to ws-ip6-toks
	unstring ws-ip6-part delimited by ":" into
		ws-ip6-tok( 1 ) ws-ip6-tok( 2 ) ws-ip6-tok( 3 ) ws-ip6-tok( 4 )
		ws-ip6-tok( 5 ) ws-ip6-tok( 6 ) ws-ip6-tok( 7 ) ws-ip6-tok( 8 )
	perform varying ws-ip6-g from 1 by 1
		until ws-ip6-g > ws-ip6-part-cnt or ws-ip6-ok = 'N'
		perform convert-ip6-group
		move ws-ip6-val to ws-ip6-part-grp( ws-ip6-g )
	end-perform
exit.

convert-ip6-group.
	move 0 to ws-ip6-val
	if ws-ip6-tok( ws-ip6-g ) = spaces
		or ws-ip6-tok( ws-ip6-g )( 5 : 1 ) not = space
		move 'N' to ws-ip6-ok
		exit paragraph
	end-if
	perform varying ws-ip6-c from 1 by 1
		until ws-ip6-c > 4 or ws-ip6-tok( ws-ip6-g )( ws-ip6-c : 1 ) = space
		move 0 to ws-hex-pos
		inspect ws-hex-digits tallying ws-hex-pos
			for characters before initial ws-ip6-tok( ws-ip6-g )( ws-ip6-c : 1 )
		if ws-hex-pos > 15
			move 'N' to ws-ip6-ok
			exit paragraph
		end-if
		compute ws-ip6-val = ws-ip6-val * 16 + ws-hex-pos
	end-perform
exit.

format-ip6.
	move 0 to ws-ip6-run-start
	move 0 to ws-ip6-run-len
	move 0 to ws-ip6-cur-len
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > 8
		if ws-ip6-grp( ws-ip6-g ) = 0
			if ws-ip6-cur-len = 0
				move ws-ip6-g to ws-ip6-cur-start
			end-if
			add 1 to ws-ip6-cur-len
			if ws-ip6-cur-len > 1 and ws-ip6-cur-len > ws-ip6-run-len
				move ws-ip6-cur-start to ws-ip6-run-start
				move ws-ip6-cur-len to ws-ip6-run-len
			end-if
		else
			move 0 to ws-ip6-cur-len
		end-if
	end-perform
	move spaces to ws-ip6-text
	move 1 to ws-ip6-ptr
	move 1 to ws-ip6-g
	perform until ws-ip6-g > 8
		if ws-ip6-g = ws-ip6-run-start
			string "::" delimited by size
				into ws-ip6-text with pointer ws-ip6-ptr
			add ws-ip6-run-len to ws-ip6-g
		else
			if ws-ip6-g > 1 and ws-ip6-g not = ws-ip6-run-start + ws-ip6-run-len
				string ":" delimited by size
					into ws-ip6-text with pointer ws-ip6-ptr
			end-if
			move ws-ip6-grp( ws-ip6-g ) to ws-ip6-val
			perform format-ip6-group
			string ws-ip6-hex( 1 : ws-ip6-hex-len ) delimited by size
				into ws-ip6-text with pointer ws-ip6-ptr
			add 1 to ws-ip6-g
		end-if
	end-perform
exit.

format-ip6-group.
	move spaces to ws-ip6-hex
	move 0 to ws-ip6-hex-len
	move 4096 to ws-ip6-div
	perform until ws-ip6-div = 0
		compute ws-hex-pos = ws-ip6-val / ws-ip6-div
		compute ws-ip6-val = ws-ip6-val - ws-hex-pos * ws-ip6-div
		if ws-hex-pos > 0 or ws-ip6-hex-len > 0 or ws-ip6-div = 1
			add 1 to ws-ip6-hex-len
			move ws-hex-digits( ws-hex-pos + 1 : 1 )
				to ws-ip6-hex( ws-ip6-hex-len : 1 )
		end-if
		compute ws-ip6-div = ws-ip6-div / 16
	end-perform
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-submast-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-alloc-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-ctl-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-report-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-bulk-file
		on exception continue
	end-call
exit.
