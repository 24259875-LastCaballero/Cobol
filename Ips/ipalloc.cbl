	organization is line sequential
	file status is ws-subnet-status.

	select optional submast-file assign to ws-submast-file
	organization is line sequential
	file status is ws-submast-status.

	select optional bulk-file assign to ws-bulk-file
	organization is line sequential
	file status is ws-bulk-status.

	select optional audit-file assign to ws-audit-file
	organization is line sequential
	file status is ws-audit-status.
	05 alloc-mac		pic x(17).
	05 alloc-dept		pic x(20).
	05 alloc-date		pic x(10).
	05 alloc-ip-cont	pic x(19).

fd	subnet-file.
01	subnet-record		pic x(30).

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

fd	audit-file.
01	audit-record.
	05 aud-date		pic 9(8).
	05 aud-ip		pic x(20).
	05 aud-before		pic x(70).
	05 aud-after		pic x(70).
	05 aud-ip-cont		pic x(19).
	05 aud-batch		pic x(15).
	05 aud-prefix		pic x(4).

fd	bulk-file.
01	bulk-record		pic x(200).

working-storage section.
01	ws-args			pic x(200).
01	ws-function		pic x(10).
01	ws-arg-ip		pic x(39).
01	ws-arg-hostname		pic x(30).
01	ws-arg-mac		pic x(17).
01	ws-arg-dept		pic x(20).
01	ws-subnet-file		pic x(200)	value "SUBNETS.CTL".
01	ws-subnet-status	pic xx		value spaces.
01	ws-subnet-end		pic x		value 'N'.
01	ws-submast-file		pic x(200)	value "SUBNETS.DAT".
01	ws-submast-status	pic xx		value spaces.
01	ws-submast-end		pic x		value 'N'.

01	ws-master.
	05 ws-entry occurs 1024 times.
		10 ws-ent-ip		pic x(39).
		10 ws-ent-hostname	pic x(30).
		10 ws-ent-mac		pic x(17).
		10 ws-ent-dept		pic x(20).
01	ws-entry-count		pic 9(4)	value 0.
01	ws-entry-idx		pic 9(4).
01	ws-match-idx		pic 9(4)	value 0.
01	ws-link-idx		pic 9(4)	value 0.
01	ws-link-family		pic x.
01	ws-old-hostname		pic x(30).
01	ws-old-mac		pic x(17).
01	ws-save-ip		pic x(39).

01	ws-subnets.
	05 ws-subnet-entry occurs 64 times.
		10 ws-subnet-spec	pic x(43).
		10 ws-subnet-gateway	pic x(39).
		10 ws-subnet-dyn-from	pic x(39).
		10 ws-subnet-dyn-to	pic x(39).
01	ws-subnet-count		pic 9(2)	value 0.
01	ws-subnet-idx		pic 9(2).
01	ws-in-subnet		pic x		value 'N'.
01	ws-subnet-hit		pic 9(2)	value 0.
01	ws-hit-net-oct-4	pic 9(3).
01	ws-hit-net-size		pic 9(5).
01	ws-ip-key		pic x(40).
01	ws-addr-key		pic x(40).
01	ws-from-key		pic x(40).
01	ws-to-key		pic x(40).
01	ws-gw-key		pic x(40).

01	ws-net-part		pic x(39).
01	ws-mask-part		pic x(3).
01	ws-mask-num		pic 9(2).
01	ws-host-bits		pic 9(2).
01	ws-ip-tok-3		pic x(3).
01	ws-ip-tok-4		pic x(3).
01	ws-ip-valid		pic x		value 'N'.
01	ws-ip-family		pic x		value '4'.
01	ws-colon-count		pic 9(2).
01	ws-ip6-addr.
	05 ws-ip6-grp occurs 8 times	pic 9(5).
01	ws-ip6-save.
	05 ws-ip6-save-grp occurs 8 times	pic 9(5).
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
01	ws-ip6-val-2		pic 9(5).
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

01	ws-current-date.
	05 ws-cur-yyyy		pic 9(4).
01	ws-aud-date		pic 9(8).
01	ws-aud-time		pic 9(8).
01	ws-aud-action		pic x(8).
01	ws-aud-ip		pic x(39).
01	ws-aud-before		pic x(70).
01	ws-aud-after		pic x(70).
01	ws-aud-match-count	pic 9(4)	value 0.

01	ws-bulk-file		pic x(200)	value spaces.
01	ws-bulk-status		pic xx		value spaces.
01	ws-bulk-end		pic x		value 'N'.
01	ws-bulk-mode		pic x		value 'N'.
01	ws-bulk-dryrun		pic x		value 'N'.
01	ws-bulk-action		pic x(10).
01	ws-bulk-line		pic 9(5)	value 0.
01	ws-bulk-errors		pic 9(5)	value 0.
01	ws-bulk-changes		pic 9(5)	value 0.
01	ws-bulk-id		pic x(15)	value spaces.
01	ws-entry-failed		pic x		value 'N'.
01	ws-pending.
	05 ws-pend-entry occurs 2048 times.
		10 ws-pend-action	pic x(8).
		10 ws-pend-ip		pic x(39).
		10 ws-pend-before	pic x(70).
		10 ws-pend-after	pic x(70).
01	ws-pend-count		pic 9(4)	value 0.
01	ws-pend-idx		pic 9(4).
01	ws-mac-valid		pic x.
01	ws-mac-pos		pic 9(2).
01	ws-mac-char		pic x.
01	ws-dup-family		pic x.

01	ws-sweep-days		pic 9(4)	value 0.
01	ws-sweep-count		pic 9(4)	value 0.
01	ws-today-int		pic 9(8).
01	ws-ent-date-tok-3	pic x(4).
01	ws-age-days		pic s9(6).

01	ws-ktl-prog	pic x(12)	value "IPALLOC".
01	ws-ktl-file	pic x(200).
01	ws-ktl-days	pic 9(3)	value 0.
01	ws-ktl-result	pic x(8)	value spaces.
01	ws-ktl-stamp	pic x(14)	value spaces.
01	ws-ktl-amount	pic s9(13)v99	value 0.

01	ws-log-prog	pic x(12)	value "IPALLOC".
01	ws-log-args	pic x(80)	value spaces.
01	ws-log-read	pic 9(9)	value 0.
01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".
01	ws-audit-logged		pic x		value 'N'.


procedure division.

process-args.
	accept ws-args from command-line
	move ws-args to ws-log-args
	call "RUNLOG-START" using ws-log-prog ws-log-args
		on exception continue
	end-call
	unstring ws-args delimited by space into
		ws-function ws-arg-ip ws-arg-hostname ws-arg-mac ws-arg-dept
	move function upper-case( ws-function ) to ws-function
		"." ws-cur-yyyy delimited by size
		into ws-date-disp

	perform set-umgebung
	perform load-master
	perform load-subnets

			end-if
		when "HISTORY"
			perform show-history
		when "BULK"
			perform bulk-run
		when other
			move 8 to return-code
			display "ipalloc: usage - ADD ip hostname mac department"
			display "                 LIST"
			display "                 SWEEP days"
			display "                 HISTORY ip"
			display "                 BULK csvfile [DRYRUN]"
	end-evaluate
	if return-code > 0
		move "FAILED" to ws-log-outcome
	end-if
	move return-code to ws-log-rc
	call "RUNLOG-END" using ws-log-prog ws-log-read ws-log-written
		ws-log-outcome
		on exception continue
	end-call
	move ws-log-rc to return-code
	stop run.

load-master.
	open input alloc-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-alloc-file ws-dat-lesen
		on exception continue
	end-call
	move ws-log-rc to return-code
	if ws-alloc-status = "00"
		perform until ws-alloc-end = 'Y'
			read alloc-file
					move alloc-mac      to ws-ent-mac( ws-entry-count )
					move alloc-dept     to ws-ent-dept( ws-entry-count )
					move alloc-date     to ws-ent-date( ws-entry-count )
					move alloc-ip-cont  to ws-ent-ip( ws-entry-count )( 21 : 19 )
				else
					display "ipalloc: WARNING - allocation table"
						" full, record ignored: "
		end-perform
	end-if
	close alloc-file
	move ws-entry-count to ws-log-read
exit.

save-master.
	open output alloc-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-alloc-file ws-dat-schreib
		on exception continue
	end-call
	move ws-log-rc to return-code
	move ws-entry-count to ws-log-written
	perform varying ws-entry-idx from 1 by 1 until ws-entry-idx > ws-entry-count
		move ws-ent-ip( ws-entry-idx )       to alloc-ip
		move ws-ent-hostname( ws-entry-idx ) to alloc-hostname
		move ws-ent-mac( ws-entry-idx )      to alloc-mac
		move ws-ent-dept( ws-entry-idx )     to alloc-dept
		move ws-ent-date( ws-entry-idx )     to alloc-date
		move ws-ent-ip( ws-entry-idx )( 21 : 19 ) to alloc-ip-cont
		write alloc-record
	end-perform
	close alloc-file
exit.

load-subnets.
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
				if sm-cidr not = spaces and ws-subnet-count < 64
					add 1 to ws-subnet-count
					move sm-cidr to ws-subnet-spec( ws-subnet-count )
					move sm-gateway to ws-subnet-gateway( ws-subnet-count )
					move sm-dyn-from to ws-subnet-dyn-from( ws-subnet-count )
					move sm-dyn-to to ws-subnet-dyn-to( ws-subnet-count )
				end-if
		end-perform
	end-if
	close submast-file
	if ws-subnet-count > 0
		exit paragraph
	end-if
	open input subnet-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-subnet-file ws-dat-lesen
		on exception continue
	end-call
	move ws-log-rc to return-code
	if ws-subnet-status = "00"
		perform until ws-subnet-end = 'Y'
			read subnet-file
				move 'Y' to ws-subnet-end
			not at end
				if function trim( subnet-record ) not = spaces
					and ws-subnet-count < 64
					add 1 to ws-subnet-count
					move spaces to ws-subnet-entry( ws-subnet-count )
					move subnet-record to ws-subnet-spec( ws-subnet-count )
				end-if
		end-perform
	end-perform
exit.

normalize-arg-ip.
	move 0 to ws-colon-count
	inspect ws-arg-ip tallying ws-colon-count for all ":"
	if ws-colon-count > 0
		perform check-ip-valid
		if ws-ip-valid = 'Y'
			move ws-ip6-text to ws-arg-ip
		end-if
	end-if
exit.

check-ip-valid.
	move 'N' to ws-ip-valid
	move 0 to ws-colon-count
	inspect ws-arg-ip tallying ws-colon-count for all ":"
	if ws-colon-count > 0
		move '6' to ws-ip-family
		move function trim( ws-arg-ip ) to ws-ip6-work
		perform parse-ip6
		move ws-ip6-valid to ws-ip-valid
		exit paragraph
	end-if
	move '4' to ws-ip-family
	move spaces to ws-ip-tok-1
	move spaces to ws-ip-tok-2
	move spaces to ws-ip-tok-3

check-in-subnet.
	move 'N' to ws-in-subnet
	move 0 to ws-subnet-hit
	perform varying ws-subnet-idx from 1 by 1 until ws-subnet-idx > ws-subnet-count
		move spaces to ws-net-part
		move spaces to ws-mask-part
		unstring ws-subnet-spec( ws-subnet-idx ) delimited by "/"
			into ws-net-part ws-mask-part
		move 0 to ws-colon-count
		inspect ws-net-part tallying ws-colon-count for all ":"
		if ws-colon-count > 0
			if ws-ip-family = '6'
				perform check-in-subnet6
			end-if
		else
			if ws-ip-family = '4'
				perform check-in-subnet4
			end-if
		end-if
	end-perform
exit.

check-in-subnet4.
	if ws-mask-part = spaces
		move "24" to ws-mask-part
	end-if
	unstring ws-net-part delimited by "." into
		ws-net-oct-1 ws-net-oct-2 ws-net-oct-3 ws-net-oct-4
	move ws-mask-part to ws-mask-num
	if ws-mask-num < 24
		move 24 to ws-mask-num
	end-if
	compute ws-host-bits = 32 - ws-mask-num
	compute ws-net-size = 2 ** ws-host-bits
	if ws-net-size > 256
		move 256 to ws-net-size
	end-if
	if ws-ip-oct-1 = ws-net-oct-1
		and ws-ip-oct-2 = ws-net-oct-2
		and ws-ip-oct-3 = ws-net-oct-3
		and ws-ip-oct-4 >= ws-net-oct-4
		and ws-ip-oct-4 < ws-net-oct-4 + ws-net-size
		move 'Y' to ws-in-subnet
		if ws-subnet-hit = 0
			move ws-subnet-idx to ws-subnet-hit
			move ws-net-oct-4 to ws-hit-net-oct-4
			move ws-net-size to ws-hit-net-size
		end-if
	end-if
exit.

check-in-subnet6.
	if ws-mask-part = spaces
		move "64" to ws-mask-part
	end-if
	if function trim( ws-mask-part ) is not numeric
		exit paragraph
	end-if
	move function numval( ws-mask-part ) to ws-ip6-bits
	if ws-ip6-bits > 128
		exit paragraph
	end-if
	move ws-ip6-addr to ws-ip6-save
	move ws-net-part to ws-ip6-work
	perform parse-ip6
	move ws-ip6-addr to ws-net6-addr
	move ws-ip6-save to ws-ip6-addr
	if ws-ip6-valid = 'Y'
		perform check-ip6-prefix
		if ws-ip6-ok = 'Y'
			move 'Y' to ws-in-subnet
			if ws-subnet-hit = 0
				move ws-subnet-idx to ws-subnet-hit
			end-if
		end-if
	end-if
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

check-ip6-prefix.
	move 'Y' to ws-ip6-ok
	divide ws-ip6-bits by 16 giving ws-ip6-full remainder ws-ip6-rest
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > ws-ip6-full
		if ws-ip6-grp( ws-ip6-g ) not = ws-net6-grp( ws-ip6-g )
			move 'N' to ws-ip6-ok
		end-if
	end-perform
	if ws-ip6-rest > 0
		compute ws-ip6-div = 2 ** ( 16 - ws-ip6-rest )
		compute ws-ip6-val = ws-ip6-grp( ws-ip6-full + 1 ) / ws-ip6-div
		compute ws-ip6-val-2 = ws-net6-grp( ws-ip6-full + 1 ) / ws-ip6-div
		if ws-ip6-val not = ws-ip6-val-2
			move 'N' to ws-ip6-ok
		end-if
	end-if
exit.

add-entry.
	perform check-ip-valid
	if ws-ip-valid = 'N'
		display "ipalloc: ERROR - not a valid IP address: " function trim( ws-arg-ip )
		perform fail-entry
		exit paragraph
	end-if
	if ws-ip-family = '6'
		move ws-ip6-text to ws-arg-ip
	end-if
	if ws-subnet-count > 0
		perform check-in-subnet
		if ws-in-subnet = 'N'
			display "ipalloc: ERROR - " function trim( ws-arg-ip )
				" is not inside any managed subnet"
			perform fail-entry
			exit paragraph
		end-if
		perform check-static-range
		if ws-entry-failed = 'Y'
			exit paragraph
		end-if
	end-if
	perform find-entry
	if ws-match-idx > 0
		display "ipalloc: ERROR - " function trim( ws-arg-ip )
			" is already allocated to " function trim( ws-ent-hostname( ws-match-idx ) )
		perform fail-entry
		exit paragraph
	end-if
	perform check-host-link
	if ws-entry-failed = 'Y'
		exit paragraph
	end-if
	if ws-entry-count >= 1024
		display "ipalloc: ERROR - allocation file is full"
		perform fail-entry
		exit paragraph
	end-if
	add 1 to ws-entry-count
	move ws-arg-ip       to ws-ent-ip( ws-entry-count )
	perform write-audit
exit.

check-static-range.
	if ws-subnet-hit = 0
		exit paragraph
	end-if
	if ws-ip-family = '4' and ws-hit-net-size > 2
		if ws-ip-oct-4 = ws-hit-net-oct-4
			display "ipalloc: ERROR - " function trim( ws-arg-ip )
				" is the network address of "
				function trim( ws-subnet-spec( ws-subnet-hit ) )
			perform fail-entry
			exit paragraph
		end-if
		if ws-ip-oct-4 = ws-hit-net-oct-4 + ws-hit-net-size - 1
			display "ipalloc: ERROR - " function trim( ws-arg-ip )
				" is the broadcast address of "
				function trim( ws-subnet-spec( ws-subnet-hit ) )
			perform fail-entry
			exit paragraph
		end-if
	end-if
	perform set-addr-key
	move ws-addr-key to ws-ip-key
	move ws-arg-ip to ws-save-ip
	move spaces to ws-gw-key
	move spaces to ws-from-key
	move spaces to ws-to-key
	if ws-subnet-gateway( ws-subnet-hit ) not = spaces
		move ws-subnet-gateway( ws-subnet-hit ) to ws-arg-ip
		perform check-ip-valid
		if ws-ip-valid = 'Y'
			perform set-addr-key
			move ws-addr-key to ws-gw-key
		end-if
	end-if
	if ws-subnet-dyn-from( ws-subnet-hit ) not = spaces
		move ws-subnet-dyn-from( ws-subnet-hit ) to ws-arg-ip
		perform check-ip-valid
		if ws-ip-valid = 'Y'
			perform set-addr-key
			move ws-addr-key to ws-from-key
		end-if
		move ws-subnet-dyn-to( ws-subnet-hit ) to ws-arg-ip
		perform check-ip-valid
		if ws-ip-valid = 'Y'
			perform set-addr-key
			move ws-addr-key to ws-to-key
		end-if
	end-if
	move ws-save-ip to ws-arg-ip
	perform check-ip-valid
	if ws-gw-key not = spaces and ws-ip-key = ws-gw-key
		display "ipalloc: ERROR - " function trim( ws-arg-ip )
			" is the gateway of " function trim( ws-subnet-spec( ws-subnet-hit ) )
		perform fail-entry
		exit paragraph
	end-if
	if ws-from-key not = spaces and ws-to-key not = spaces
		and ws-ip-key >= ws-from-key and ws-ip-key <= ws-to-key
		display "ipalloc: ERROR - " function trim( ws-arg-ip )
			" lies inside the DHCP pool "
			function trim( ws-subnet-dyn-from( ws-subnet-hit ) ) "-"
			function trim( ws-subnet-dyn-to( ws-subnet-hit ) )
			" of " function trim( ws-subnet-spec( ws-subnet-hit ) )
		perform fail-entry
		exit paragraph
	end-if
exit.

set-addr-key.
	move spaces to ws-addr-key
	if ws-ip-family = '6'
		move ws-ip6-addr to ws-addr-key
	else
		move ws-ip-octets to ws-addr-key
	end-if
exit.

check-host-link.
	if ws-arg-hostname = spaces or ws-arg-hostname = "*RESERVED*"
		exit paragraph
	end-if
	perform varying ws-entry-idx from 1 by 1 until ws-entry-idx > ws-entry-count
		move 0 to ws-colon-count
		inspect ws-ent-ip( ws-entry-idx ) tallying ws-colon-count for all ":"
		if ( ws-colon-count > 0 and ws-ip-family = '4' )
			or ( ws-colon-count = 0 and ws-ip-family = '6' )
			if ws-ent-hostname( ws-entry-idx ) = ws-arg-hostname
				if ws-arg-mac = spaces
					move ws-ent-mac( ws-entry-idx ) to ws-arg-mac
				end-if
				if ws-arg-mac not = ws-ent-mac( ws-entry-idx )
					display "ipalloc: ERROR - " function trim( ws-arg-hostname )
						" already has " function trim( ws-ent-ip( ws-entry-idx ) )
						" with MAC " function trim( ws-ent-mac( ws-entry-idx ) )
						" - IPv4 and IPv6 addresses of a host must share the MAC"
					perform fail-entry
					exit paragraph
				end-if
			else
				if ws-arg-mac not = spaces
					and ws-ent-mac( ws-entry-idx ) = ws-arg-mac
					display "ipalloc: ERROR - MAC " function trim( ws-arg-mac )
						" belongs to " function trim( ws-ent-hostname( ws-entry-idx ) )
						" (" function trim( ws-ent-ip( ws-entry-idx ) ) ")"
						" - IPv4 and IPv6 addresses of a host must share the hostname"
					perform fail-entry
					exit paragraph
				end-if
			end-if
		end-if
	end-perform
exit.

propagate-host-link.
	move ws-arg-ip to ws-save-ip
	move ws-match-idx to ws-link-idx
	move 0 to ws-colon-count
	inspect ws-ent-ip( ws-link-idx ) tallying ws-colon-count for all ":"
	if ws-colon-count > 0
		move '6' to ws-link-family
	else
		move '4' to ws-link-family
	end-if
	perform varying ws-entry-idx from 1 by 1 until ws-entry-idx > ws-entry-count
		move 0 to ws-colon-count
		inspect ws-ent-ip( ws-entry-idx ) tallying ws-colon-count for all ":"
		if ( ( ws-colon-count > 0 and ws-link-family = '4' )
			or ( ws-colon-count = 0 and ws-link-family = '6' ) )
			and ws-ent-hostname( ws-entry-idx ) = ws-old-hostname
			and ws-ent-mac( ws-entry-idx ) = ws-old-mac
			move ws-entry-idx to ws-match-idx
			perform format-entry-values
			move ws-aud-after to ws-aud-before
			move ws-ent-hostname( ws-link-idx ) to ws-ent-hostname( ws-entry-idx )
			move ws-ent-mac( ws-link-idx ) to ws-ent-mac( ws-entry-idx )
			move ws-ent-ip( ws-entry-idx ) to ws-arg-ip
			display "ipalloc: changed linked address " function trim( ws-arg-ip )
			move "CHANGE" to ws-aud-action
			perform format-entry-values
			perform write-audit
		end-if
	end-perform
	move ws-save-ip to ws-arg-ip
	move ws-link-idx to ws-match-idx
exit.

format-entry-values.
	move spaces to ws-aud-after
	string function trim( ws-ent-hostname( ws-match-idx ) ) delimited by size
exit.

write-audit.
	if ws-bulk-mode = 'Y'
		perform buffer-audit
		exit paragraph
	end-if
	accept ws-caller from environment "SEQUENZ_CALLER"
	if ws-caller = spaces
		accept ws-caller from environment "USER"
	accept ws-aud-date from date yyyymmdd
	accept ws-aud-time from time
	open extend audit-file
	if ws-audit-logged = 'N'
		move 'Y' to ws-audit-logged
		move return-code to ws-log-rc
		call "RUNLOG-DATEI" using ws-log-prog ws-audit-file ws-dat-schreib
			on exception continue
		end-call
		move ws-log-rc to return-code
	end-if
	move spaces to audit-record
	move ws-aud-date to aud-date
	move ws-aud-time( 1 : 6 ) to aud-time
	move ws-caller to aud-caller
	move ws-aud-action to aud-action
	move ws-arg-ip to aud-ip
	move ws-arg-ip( 21 : 19 ) to aud-ip-cont
	move ws-aud-before to aud-before
	move ws-aud-after to aud-after
	move ws-bulk-id to aud-batch
	write audit-record
	close audit-file
exit.
		move 8 to return-code
		stop run
	end-if
	perform normalize-arg-ip
	open input audit-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-audit-file ws-dat-lesen
		on exception continue
	end-call
	move ws-log-rc to return-code
	if ws-audit-status not = "00"
		display "ipalloc: ERROR - cannot open " function trim( ws-audit-file )
		move 8 to return-code
		at end
			move 'Y' to ws-audit-end
		not at end
			move aud-ip to ws-aud-ip
			move aud-ip-cont to ws-aud-ip( 21 : 19 )
			if function trim( ws-aud-ip ) = function trim( ws-arg-ip )
				add 1 to ws-aud-match-count
				display aud-date " " aud-time "  " aud-caller "  "
					aud-action "  "
					function trim( aud-before )
					" -> " function trim( aud-after )
				if aud-batch not = spaces
					display "                                  batch "
						function trim( aud-batch )
				end-if
			end-if
	end-perform
	close audit-file
exit.

change-entry.
	perform normalize-arg-ip
	perform find-entry
	if ws-match-idx = 0
		display "ipalloc: ERROR - " function trim( ws-arg-ip ) " is not allocated"
		perform fail-entry
		exit paragraph
	end-if
	perform format-entry-values
	move ws-aud-after to ws-aud-before
	move ws-ent-hostname( ws-match-idx ) to ws-old-hostname
	move ws-ent-mac( ws-match-idx ) to ws-old-mac
	if ws-arg-hostname not = spaces
		move ws-arg-hostname to ws-ent-hostname( ws-match-idx )
	end-if
	move "CHANGE" to ws-aud-action
	perform format-entry-values
	perform write-audit
	if ws-old-hostname not = spaces and ws-old-hostname not = "*RESERVED*"
		and ( ws-ent-hostname( ws-match-idx ) not = ws-old-hostname
			or ws-ent-mac( ws-match-idx ) not = ws-old-mac )
		perform propagate-host-link
	end-if
exit.

release-entry.
	perform normalize-arg-ip
	perform find-entry
	if ws-match-idx = 0
		display "ipalloc: ERROR - " function trim( ws-arg-ip ) " is not allocated"
		perform fail-entry
		exit paragraph
	end-if
	display "ipalloc: released " function trim( ws-arg-ip )
		" (" function trim( ws-ent-hostname( ws-match-idx ) ) ")"
exit.

list-entries.
	display "IP ADDRESS                               HOSTNAME                        MAC                DEPARTMENT            ASSIGNED"
	perform varying ws-entry-idx from 1 by 1 until ws-entry-idx > ws-entry-count
		display ws-ent-ip( ws-entry-idx ) "  "
			ws-ent-hostname( ws-entry-idx ) "  "
	end-perform
	display "ipalloc: " ws-entry-count " record(s)"
exit.

bulk-run.
	if ws-arg-ip = spaces
		display "ipalloc: ERROR - BULK needs a CSV file"
		move 8 to return-code
		stop run
	end-if
	move ws-arg-ip to ws-bulk-file
	call "UMGEBUNG-DATEI" using ws-bulk-file
		on exception continue
	end-call
	if function upper-case( ws-arg-hostname ) = "DRYRUN"
		move 'Y' to ws-bulk-dryrun
	end-if
	move ws-bulk-file to ws-ktl-file
	move 1 to ws-ktl-days
	perform check-control
	open input bulk-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-bulk-file ws-dat-lesen
		on exception continue
	end-call
	move ws-log-rc to return-code
	if ws-bulk-status not = "00"
		display "ipalloc: ERROR - cannot open " function trim( ws-bulk-file )
		move 8 to return-code
		stop run
	end-if
	move 'Y' to ws-bulk-mode
	accept ws-aud-date from date yyyymmdd
	accept ws-aud-time from time
	string "B" ws-aud-date ws-aud-time( 1 : 6 )
		delimited by size into ws-bulk-id
	perform until ws-bulk-end = 'Y'
		read bulk-file
		at end
			move 'Y' to ws-bulk-end
		not at end
			add 1 to ws-bulk-line
			perform bulk-one-line
	end-perform
	close bulk-file
	move 'N' to ws-bulk-mode
	if ws-bulk-errors > 0
		display "ipalloc: " ws-bulk-errors " error(s) in "
			function trim( ws-bulk-file ) " - nothing applied"
		move 8 to return-code
		exit paragraph
	end-if
	if ws-bulk-dryrun = 'Y'
		display "ipalloc: DRYRUN - " ws-bulk-changes " change(s) in "
			function trim( ws-bulk-file ) " would be applied, nothing written"
		exit paragraph
	end-if
	perform save-master
	perform flush-audit
	display "ipalloc: batch " function trim( ws-bulk-id ) " - "
		ws-bulk-changes " change(s) from " function trim( ws-bulk-file ) " applied"
exit.

bulk-one-line.
	if bulk-record = spaces or bulk-record( 1 : 1 ) = "*"
		or bulk-record( 1 : 1 ) = "#"
		exit paragraph
	end-if
	move spaces to ws-bulk-action
	move spaces to ws-arg-ip
	move spaces to ws-arg-hostname
	move spaces to ws-arg-mac
	move spaces to ws-arg-dept
	unstring bulk-record delimited by "," or ";" into
		ws-bulk-action ws-arg-ip ws-arg-hostname ws-arg-mac ws-arg-dept
	move function upper-case( function trim( ws-bulk-action ) ) to ws-bulk-action
	move function trim( ws-arg-ip ) to ws-arg-ip
	move function trim( ws-arg-hostname ) to ws-arg-hostname
	move function trim( ws-arg-mac ) to ws-arg-mac
	move function trim( ws-arg-dept ) to ws-arg-dept
	if ws-bulk-action = "ACTION"
		exit paragraph
	end-if
	move 'N' to ws-entry-failed
	evaluate ws-bulk-action
		when "ADD"
			perform add-entry
		when "CHANGE"
			perform change-entry
		when "RELEASE"
			perform release-entry
		when other
			display "ipalloc: ERROR - unknown action " function trim( ws-bulk-action )
			perform fail-entry
	end-evaluate
	if ws-entry-failed = 'N' and ws-bulk-action not = "RELEASE"
		perform check-bulk-entry
	end-if
	if ws-entry-failed = 'N'
		add 1 to ws-bulk-changes
	end-if
exit.

check-bulk-entry.
	if ws-ent-mac( ws-match-idx ) not = spaces
		perform check-mac-format
		if ws-mac-valid = 'N'
			display "ipalloc: ERROR - malformed MAC "
				function trim( ws-ent-mac( ws-match-idx ) )
				" for " function trim( ws-ent-ip( ws-match-idx ) )
			perform fail-entry
			exit paragraph
		end-if
	end-if
	move 0 to ws-colon-count
	inspect ws-ent-ip( ws-match-idx ) tallying ws-colon-count for all ":"
	if ws-colon-count > 0
		move '6' to ws-dup-family
	else
		move '4' to ws-dup-family
	end-if
	perform varying ws-entry-idx from 1 by 1 until ws-entry-idx > ws-entry-count
		move 0 to ws-colon-count
		inspect ws-ent-ip( ws-entry-idx ) tallying ws-colon-count for all ":"
		if ws-entry-idx not = ws-match-idx
			and ( ( ws-colon-count > 0 and ws-dup-family = '6' )
				or ( ws-colon-count = 0 and ws-dup-family = '4' ) )
			if ws-ent-mac( ws-match-idx ) not = spaces
				and ws-ent-mac( ws-entry-idx ) = ws-ent-mac( ws-match-idx )
				display "ipalloc: ERROR - duplicate MAC "
					function trim( ws-ent-mac( ws-match-idx ) )
					" on " function trim( ws-ent-ip( ws-entry-idx ) )
					" and " function trim( ws-ent-ip( ws-match-idx ) )
				perform fail-entry
				exit paragraph
			end-if
			if ws-ent-hostname( ws-match-idx ) not = spaces
				and ws-ent-hostname( ws-match-idx ) not = "*RESERVED*"
				and ws-ent-hostname( ws-entry-idx ) = ws-ent-hostname( ws-match-idx )
				display "ipalloc: ERROR - duplicate hostname "
					function trim( ws-ent-hostname( ws-match-idx ) )
					" on " function trim( ws-ent-ip( ws-entry-idx ) )
					" and " function trim( ws-ent-ip( ws-match-idx ) )
				perform fail-entry
				exit paragraph
			end-if
		end-if
	end-perform
exit.

check-mac-format.
	move 'Y' to ws-mac-valid
	perform varying ws-mac-pos from 1 by 1 until ws-mac-pos > 17
		move ws-ent-mac( ws-match-idx )( ws-mac-pos : 1 ) to ws-mac-char
		if ws-mac-pos = 3 or ws-mac-pos = 6 or ws-mac-pos = 9
			or ws-mac-pos = 12 or ws-mac-pos = 15
			if ws-mac-char not = ":"
				move 'N' to ws-mac-valid
			end-if
		else
			if ws-mac-char not = "0" and ws-mac-char not = "1"
				and ws-mac-char not = "2" and ws-mac-char not = "3"
				and ws-mac-char not = "4" and ws-mac-char not = "5"
				and ws-mac-char not = "6" and ws-mac-char not = "7"
				and ws-mac-char not = "8" and ws-mac-char not = "9"
				and ws-mac-char not = "a" and ws-mac-char not = "b"
				and ws-mac-char not = "c" and ws-mac-char not = "d"
				and ws-mac-char not = "e" and ws-mac-char not = "f"
				and ws-mac-char not = "A" and ws-mac-char not = "B"
				and ws-mac-char not = "C" and ws-mac-char not = "D"
				and ws-mac-char not = "E" and ws-mac-char not = "F"
				move 'N' to ws-mac-valid
			end-if
		end-if
	end-perform
exit.

fail-entry.
	move 8 to return-code
	if ws-bulk-mode = 'N'
		stop run
	end-if
	move 'Y' to ws-entry-failed
	add 1 to ws-bulk-errors
	display "ipalloc:   in line " ws-bulk-line " of " function trim( ws-bulk-file )
exit.

buffer-audit.
	if ws-pend-count >= 2048
		display "ipalloc: ERROR - too many changes in one batch"
		perform fail-entry
		exit paragraph
	end-if
	add 1 to ws-pend-count
	move ws-aud-action to ws-pend-action( ws-pend-count )
	move ws-arg-ip to ws-pend-ip( ws-pend-count )
	move ws-aud-before to ws-pend-before( ws-pend-count )
	move ws-aud-after to ws-pend-after( ws-pend-count )
exit.

flush-audit.
	perform varying ws-pend-idx from 1 by 1 until ws-pend-idx > ws-pend-count
		move ws-pend-action( ws-pend-idx ) to ws-aud-action
		move ws-pend-ip( ws-pend-idx ) to ws-arg-ip
		move ws-pend-before( ws-pend-idx ) to ws-aud-before
		move ws-pend-after( ws-pend-idx ) to ws-aud-after
		perform write-audit
	end-perform
exit.

check-control.
	call "KONTROLL-PRUEFEN" using ws-ktl-file ws-ktl-prog ws-ktl-days
		ws-ktl-result ws-ktl-stamp ws-ktl-amount
		on exception
			move "OHNE" to ws-ktl-result
	end-call
	evaluate ws-ktl-result
		when "OK"
			continue
		when "OHNE"
			display "ipalloc: WARNING - no control record for "
				function trim( ws-ktl-file ) " - file not verified"
		when "KURZ"
			display "ipalloc: ERROR - " function trim( ws-ktl-file )
				" is incomplete (fewer records than its control record)"
			move 12 to return-code
			stop run
		when "ALT"
			display "ipalloc: ERROR - control record for "
				function trim( ws-ktl-file ) " is older than "
				ws-ktl-days " days"
			move 12 to return-code
			stop run
		when other
			display "ipalloc: ERROR - " function trim( ws-ktl-file )
				" does not match its control record (other run or altered)"
			move 12 to return-code
			stop run
	end-evaluate
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-alloc-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-subnet-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-submast-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-audit-file
		on exception continue
	end-call
exit.
