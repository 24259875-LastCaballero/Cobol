identification division.
program-id.	ipsubnet.


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

	select optional meta-file assign to ws-meta-file
	organization is line sequential
	file status is ws-meta-status.

	select optional audit-file assign to ws-audit-file
	organization is line sequential
	file status is ws-audit-status.

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

fd	meta-file.
01	meta-record.
	05 met-subnet		pic x(30).
	05 met-zone		pic x(40).
	05 met-ttl		pic 9(6).
	05 met-ns		pic x(40).
	05 met-contact		pic x(40).
	05 met-vlan		pic 9(4).
	05 met-gateway		pic x(20).
	05 met-dyn-from		pic x(20).
	05 met-dyn-to		pic x(20).

fd	audit-file.
01	audit-record.
	05 aud-date		pic 9(8).
	05 aud-time		pic 9(6).
	05 aud-caller		pic x(12).
	05 aud-action		pic x(8).
	05 aud-ip		pic x(20).
	05 aud-before		pic x(70).
	05 aud-after		pic x(70).
	05 aud-ip-cont		pic x(19).
	05 aud-batch		pic x(15).
	05 aud-prefix		pic x(4).

working-storage section.
01	ws-args			pic x(250).
01	ws-function		pic x(10).
01	ws-arg-cidr		pic x(60).
01	ws-arg-toks.
	05 ws-arg-tok occurs 8 times	pic x(80).
01	ws-tok-idx		pic 9(2).
01	ws-tok-cur		pic x(80).

01	ws-set-site		pic x		value 'N'.
01	ws-set-vlan		pic x		value 'N'.
01	ws-set-gateway		pic x		value 'N'.
01	ws-set-pool		pic x		value 'N'.
01	ws-set-dept		pic x		value 'N'.
01	ws-set-purpose		pic x		value 'N'.
01	ws-new-site		pic x(20).
01	ws-new-vlan		pic 9(4).
01	ws-new-gateway		pic x(39).
01	ws-new-dyn-from		pic x(39).
01	ws-new-dyn-to		pic x(39).
01	ws-new-dept		pic x(20).
01	ws-new-purpose		pic x(40).
01	ws-list-site		pic x(20)	value spaces.

01	ws-submast-file		pic x(200)	value "SUBNETS.DAT".
01	ws-submast-status	pic xx		value spaces.
01	ws-submast-end		pic x		value 'N'.
01	ws-alloc-file		pic x(200)	value "IPALLOC.DAT".
01	ws-alloc-status		pic xx		value spaces.
01	ws-alloc-end		pic x		value 'N'.
01	ws-ctl-file		pic x(200)	value "SUBNETS.CTL".
01	ws-ctl-status		pic xx		value spaces.
01	ws-ctl-end		pic x		value 'N'.
01	ws-meta-file		pic x(200)	value spaces.
01	ws-meta-status		pic xx		value spaces.
01	ws-meta-end		pic x		value 'N'.

01	ws-subnets.
	05 ws-sub-entry occurs 64 times.
		10 ws-sub-cidr		pic x(43).
		10 ws-sub-site		pic x(20).
		10 ws-sub-vlan		pic 9(4).
		10 ws-sub-gateway	pic x(39).
		10 ws-sub-dyn-from	pic x(39).
		10 ws-sub-dyn-to	pic x(39).
		10 ws-sub-dept		pic x(20).
		10 ws-sub-purpose	pic x(40).
		10 ws-sub-date		pic x(10).
01	ws-sub-count		pic 9(2)	value 0.
01	ws-sub-idx		pic 9(2).
01	ws-match-idx		pic 9(2)	value 0.
01	ws-import-count		pic 9(2)	value 0.
01	ws-list-count		pic 9(2)	value 0.

01	ws-work.
	05 ws-wrk-cidr		pic x(43).
	05 ws-wrk-site		pic x(20).
	05 ws-wrk-vlan		pic 9(4).
	05 ws-wrk-gateway	pic x(39).
	05 ws-wrk-dyn-from	pic x(39).
	05 ws-wrk-dyn-to	pic x(39).
	05 ws-wrk-dept		pic x(20).
	05 ws-wrk-purpose	pic x(40).
	05 ws-wrk-date		pic x(10).
01	ws-wrk-family		pic x.
01	ws-wrk-first		pic x(40).
01	ws-wrk-last		pic x(40).

01	ws-cidr-in		pic x(60).
01	ws-cidr-ok		pic x		value 'N'.
01	ws-cidr-msg		pic x(60).
01	ws-cidr-canon		pic x(43).
01	ws-cidr-family		pic x.
01	ws-range-first		pic x(40).
01	ws-range-last		pic x(40).
01	ws-range-size		pic 9(3).
01	ws-addr-key		pic x(40).
01	ws-gw-key		pic x(40).
01	ws-from-key		pic x(40).
01	ws-to-key		pic x(40).
01	ws-conflict-count	pic 9(4)	value 0.
01	ws-inside-count		pic 9(4)	value 0.
01	ws-chk-ip		pic x(39).
01	ws-what			pic x(20).

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
	05 ws-cur-mm		pic 9(2).
	05 ws-cur-dd		pic 9(2).
01	ws-date-disp		pic x(10).

01	ws-audit-file		pic x(200)	value "IPAUDIT.LOG".
01	ws-audit-status		pic xx		value spaces.
01	ws-caller		pic x(12)	value spaces.
01	ws-aud-date		pic 9(8).
01	ws-aud-time		pic 9(8).
01	ws-aud-action		pic x(8).
01	ws-aud-ip		pic x(43).
01	ws-aud-bits		pic x(3).
01	ws-aud-before		pic x(70).
01	ws-aud-after		pic x(70).

01	ws-log-prog	pic x(12)	value "IPSUBNET".
01	ws-log-args	pic x(80)	value spaces.
01	ws-log-read	pic 9(9)	value 0.
01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".
01	ws-alloc-logged		pic x		value 'N'.
01	ws-audit-logged		pic x		value 'N'.


procedure division.

process-args.
	accept ws-args from command-line
	move ws-args to ws-log-args
	call "RUNLOG-START" using ws-log-prog ws-log-args
		on exception continue
	end-call
	unstring ws-args delimited by all space into
		ws-function ws-arg-cidr
		ws-arg-tok( 1 ) ws-arg-tok( 2 ) ws-arg-tok( 3 ) ws-arg-tok( 4 )
		ws-arg-tok( 5 ) ws-arg-tok( 6 ) ws-arg-tok( 7 ) ws-arg-tok( 8 )
	move function upper-case( ws-function ) to ws-function

	accept ws-current-date from date yyyymmdd
	move spaces to ws-date-disp
	string ws-cur-dd delimited by size
		"." ws-cur-mm delimited by size
		"." ws-cur-yyyy delimited by size
		into ws-date-disp

	if ws-function = "LIST" or ws-function = "IMPORT"
		if ws-arg-cidr( 1 : 5 ) = "SITE=" or ws-arg-cidr( 1 : 5 ) = "META="
			move ws-arg-cidr to ws-arg-tok( 8 )
			move spaces to ws-arg-cidr
		end-if
	end-if
	perform varying ws-tok-idx from 1 by 1 until ws-tok-idx > 8
		move ws-arg-tok( ws-tok-idx ) to ws-tok-cur
		perform classify-arg-token
	end-perform

	perform set-umgebung
	perform load-submast

	evaluate ws-function
		when "ADD"
			perform add-subnet
			perform save-submast
		when "CHANGE"
			perform change-subnet
			perform save-submast
		when "DELETE"
			perform delete-subnet
			perform save-submast
		when "LIST"
			perform list-subnets
		when "IMPORT"
			perform import-subnets
			if ws-import-count > 0
				perform save-submast
			end-if
		when other
			move 8 to return-code
			display "ipsubnet: usage - ADD cidr [SITE=s] [VLAN=n] [GW=ip] [POOL=from-to] [DEPT=d] [PURPOSE=p]"
			display "                  CHANGE cidr [SITE=s] [VLAN=n] [GW=ip] [POOL=from-to] [DEPT=d] [PURPOSE=p]"
			display "                  DELETE cidr"
			display "                  LIST [SITE=s]"
			display "                  IMPORT [ctlfile] [META=file]"
			display "                  (a value of - clears the attribute)"
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

classify-arg-token.
	evaluate true
		when ws-tok-cur = spaces
			continue
		when ws-tok-cur( 1 : 5 ) = "SITE="
			move 'Y' to ws-set-site
			move ws-tok-cur( 6 : ) to ws-new-site
			move ws-new-site to ws-list-site
		when ws-tok-cur( 1 : 5 ) = "VLAN="
			move 'Y' to ws-set-vlan
			if ws-tok-cur( 6 : ) = "-"
				move 0 to ws-new-vlan
			else
				if function trim( ws-tok-cur( 6 : ) ) is not numeric
					or function numval( ws-tok-cur( 6 : ) ) > 4094
					display "ipsubnet: ERROR - VLAN must be 1-4094: "
						function trim( ws-tok-cur )
					move 8 to return-code
					stop run
				end-if
				move function numval( ws-tok-cur( 6 : ) ) to ws-new-vlan
			end-if
		when ws-tok-cur( 1 : 3 ) = "GW="
			move 'Y' to ws-set-gateway
			move ws-tok-cur( 4 : ) to ws-new-gateway
		when ws-tok-cur( 1 : 5 ) = "POOL="
			move 'Y' to ws-set-pool
			move spaces to ws-new-dyn-from
			move spaces to ws-new-dyn-to
			if ws-tok-cur( 6 : ) not = "-"
				unstring ws-tok-cur( 6 : ) delimited by "-"
					into ws-new-dyn-from ws-new-dyn-to
				if ws-new-dyn-from = spaces or ws-new-dyn-to = spaces
					display "ipsubnet: ERROR - POOL needs from-to: "
						function trim( ws-tok-cur )
					move 8 to return-code
					stop run
				end-if
			end-if
		when ws-tok-cur( 1 : 5 ) = "DEPT="
			move 'Y' to ws-set-dept
			move ws-tok-cur( 6 : ) to ws-new-dept
		when ws-tok-cur( 1 : 8 ) = "PURPOSE="
			move 'Y' to ws-set-purpose
			move ws-tok-cur( 9 : ) to ws-new-purpose
		when ws-tok-cur( 1 : 5 ) = "META="
			move ws-tok-cur( 6 : ) to ws-meta-file
		when other
			display "ipsubnet: ERROR - unknown argument " function trim( ws-tok-cur )
			move 8 to return-code
			stop run
	end-evaluate
exit.

load-submast.
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
				if sm-cidr not = spaces
					if ws-sub-count < 64
						add 1 to ws-sub-count
						move submast-record to ws-sub-entry( ws-sub-count )
					else
						display "ipsubnet: WARNING - subnet table"
							" full, record ignored: "
							function trim( sm-cidr )
					end-if
				end-if
		end-perform
	end-if
	close submast-file
	move ws-sub-count to ws-log-read
exit.

save-submast.
	open output submast-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-submast-file ws-dat-schreib
		on exception continue
	end-call
	move ws-log-rc to return-code
	move ws-sub-count to ws-log-written
	perform varying ws-sub-idx from 1 by 1 until ws-sub-idx > ws-sub-count
		move ws-sub-entry( ws-sub-idx ) to submast-record
		write submast-record
	end-perform
	close submast-file
exit.

find-subnet.
	move 0 to ws-match-idx
	perform varying ws-sub-idx from 1 by 1 until ws-sub-idx > ws-sub-count
		if ws-sub-cidr( ws-sub-idx ) = ws-cidr-canon
			move ws-sub-idx to ws-match-idx
		end-if
	end-perform
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

add-subnet.
	move ws-arg-cidr to ws-cidr-in
	perform parse-cidr
	if ws-cidr-ok = 'N'
		display "ipsubnet: ERROR - " function trim( ws-arg-cidr )
			": " function trim( ws-cidr-msg )
		move 8 to return-code
		stop run
	end-if
	perform find-subnet
	if ws-match-idx > 0
		display "ipsubnet: ERROR - " function trim( ws-cidr-canon )
			" is already in " function trim( ws-submast-file )
		move 8 to return-code
		stop run
	end-if
	if ws-sub-count >= 64
		display "ipsubnet: ERROR - subnet master is full"
		move 8 to return-code
		stop run
	end-if
	perform check-overlap
	initialize ws-work
	move ws-cidr-canon to ws-wrk-cidr
	perform apply-attributes
	perform validate-entry
	add 1 to ws-sub-count
	move ws-date-disp to ws-wrk-date
	move ws-work to ws-sub-entry( ws-sub-count )
	display "ipsubnet: added " function trim( ws-wrk-cidr )
	perform check-alloc-usage
	move "SUBADD" to ws-aud-action
	move spaces to ws-aud-before
	perform format-subnet-values
	perform write-audit
exit.

change-subnet.
	move ws-arg-cidr to ws-cidr-in
	perform parse-cidr
	if ws-cidr-ok = 'N'
		display "ipsubnet: ERROR - " function trim( ws-arg-cidr )
			": " function trim( ws-cidr-msg )
		move 8 to return-code
		stop run
	end-if
	perform find-subnet
	if ws-match-idx = 0
		display "ipsubnet: ERROR - " function trim( ws-cidr-canon )
			" is not in " function trim( ws-submast-file )
		move 8 to return-code
		stop run
	end-if
	move ws-sub-entry( ws-match-idx ) to ws-work
	perform format-subnet-values
	move ws-aud-after to ws-aud-before
	perform apply-attributes
	perform validate-entry
	move ws-date-disp to ws-wrk-date
	move ws-work to ws-sub-entry( ws-match-idx )
	display "ipsubnet: changed " function trim( ws-wrk-cidr )
	perform check-alloc-usage
	move "SUBCHG" to ws-aud-action
	perform format-subnet-values
	perform write-audit
exit.

delete-subnet.
	move ws-arg-cidr to ws-cidr-in
	perform parse-cidr
	if ws-cidr-ok = 'N'
		display "ipsubnet: ERROR - " function trim( ws-arg-cidr )
			": " function trim( ws-cidr-msg )
		move 8 to return-code
		stop run
	end-if
	perform find-subnet
	if ws-match-idx = 0
		display "ipsubnet: ERROR - " function trim( ws-cidr-canon )
			" is not in " function trim( ws-submast-file )
		move 8 to return-code
		stop run
	end-if
	move ws-sub-entry( ws-match-idx ) to ws-work
	perform check-alloc-usage
	if ws-inside-count > 0
		display "ipsubnet: ERROR - " function trim( ws-wrk-cidr )
			" still has " ws-inside-count " allocation(s) in "
			function trim( ws-alloc-file ) " - release them first"
		move 8 to return-code
		stop run
	end-if
	display "ipsubnet: deleted " function trim( ws-wrk-cidr )
	perform format-subnet-values
	move ws-aud-after to ws-aud-before
	move spaces to ws-aud-after
	move "SUBDEL" to ws-aud-action
	perform write-audit
	perform varying ws-sub-idx from ws-match-idx by 1
		until ws-sub-idx >= ws-sub-count
		move ws-sub-entry( ws-sub-idx + 1 ) to ws-sub-entry( ws-sub-idx )
	end-perform
	subtract 1 from ws-sub-count
exit.

check-overlap.
	move ws-cidr-family to ws-wrk-family
	move ws-range-first to ws-wrk-first
	move ws-range-last to ws-wrk-last
	perform varying ws-sub-idx from 1 by 1 until ws-sub-idx > ws-sub-count
		move ws-sub-cidr( ws-sub-idx ) to ws-cidr-in
		perform parse-cidr
		if ws-cidr-ok = 'Y' and ws-cidr-family = ws-wrk-family
			and ws-range-first <= ws-wrk-last
			and ws-wrk-first <= ws-range-last
			display "ipsubnet: ERROR - " function trim( ws-arg-cidr )
				" overlaps " function trim( ws-sub-cidr( ws-sub-idx ) )
			move 8 to return-code
			stop run
		end-if
	end-perform
	move ws-arg-cidr to ws-cidr-in
	perform parse-cidr
exit.

apply-attributes.
	if ws-set-site = 'Y'
		move ws-new-site to ws-wrk-site
	end-if
	if ws-set-vlan = 'Y'
		move ws-new-vlan to ws-wrk-vlan
	end-if
	if ws-set-gateway = 'Y'
		move ws-new-gateway to ws-wrk-gateway
	end-if
	if ws-set-pool = 'Y'
		move ws-new-dyn-from to ws-wrk-dyn-from
		move ws-new-dyn-to to ws-wrk-dyn-to
	end-if
	if ws-set-dept = 'Y'
		move ws-new-dept to ws-wrk-dept
	end-if
	if ws-set-purpose = 'Y'
		move ws-new-purpose to ws-wrk-purpose
	end-if
	if ws-wrk-site = "-"
		move spaces to ws-wrk-site
	end-if
	if ws-wrk-gateway = "-"
		move spaces to ws-wrk-gateway
	end-if
	if ws-wrk-dept = "-"
		move spaces to ws-wrk-dept
	end-if
	if ws-wrk-purpose = "-"
		move spaces to ws-wrk-purpose
	end-if
exit.

validate-entry.
	move ws-wrk-cidr to ws-cidr-in
	perform parse-cidr
	move ws-cidr-family to ws-wrk-family
	move ws-range-first to ws-wrk-first
	move ws-range-last to ws-wrk-last
	move spaces to ws-gw-key
	if ws-wrk-gateway not = spaces
		move "gateway" to ws-what
		move ws-wrk-gateway to ws-chk-ip
		perform check-subnet-addr
		move ws-chk-ip to ws-wrk-gateway
		move ws-addr-key to ws-gw-key
	end-if
	if ws-wrk-dyn-from = spaces and ws-wrk-dyn-to = spaces
		exit paragraph
	end-if
	move "DHCP pool start" to ws-what
	move ws-wrk-dyn-from to ws-chk-ip
	perform check-subnet-addr
	move ws-chk-ip to ws-wrk-dyn-from
	move ws-addr-key to ws-from-key
	move "DHCP pool end" to ws-what
	move ws-wrk-dyn-to to ws-chk-ip
	perform check-subnet-addr
	move ws-chk-ip to ws-wrk-dyn-to
	move ws-addr-key to ws-to-key
	if ws-from-key > ws-to-key
		display "ipsubnet: ERROR - DHCP pool " function trim( ws-wrk-dyn-from )
			"-" function trim( ws-wrk-dyn-to ) " is reversed"
		move 8 to return-code
		stop run
	end-if
	if ws-gw-key not = spaces
		and ws-gw-key >= ws-from-key and ws-gw-key <= ws-to-key
		display "ipsubnet: ERROR - gateway " function trim( ws-wrk-gateway )
			" lies inside the DHCP pool " function trim( ws-wrk-dyn-from )
			"-" function trim( ws-wrk-dyn-to )
		move 8 to return-code
		stop run
	end-if
exit.

check-subnet-addr.
	move ws-chk-ip to ws-net-part
	perform parse-addr
	if ws-ip-valid = 'N' or ws-ip-family not = ws-wrk-family
		display "ipsubnet: ERROR - " function trim( ws-what ) " "
			function trim( ws-net-part ) " is not a valid address for "
			function trim( ws-wrk-cidr )
		move 8 to return-code
		stop run
	end-if
	if ws-addr-key < ws-wrk-first or ws-addr-key > ws-wrk-last
		display "ipsubnet: ERROR - " function trim( ws-what ) " "
			function trim( ws-chk-ip ) " is outside " function trim( ws-wrk-cidr )
		move 8 to return-code
		stop run
	end-if
	if ws-wrk-family = '4'
		and ( ws-addr-key = ws-wrk-first or ws-addr-key = ws-wrk-last )
		and ws-wrk-first not = ws-wrk-last
		display "ipsubnet: ERROR - " function trim( ws-what ) " "
			function trim( ws-chk-ip ) " is the network or broadcast address of "
			function trim( ws-wrk-cidr )
		move 8 to return-code
		stop run
	end-if
exit.

check-alloc-usage.
	move ws-wrk-cidr to ws-cidr-in
	perform parse-cidr
	move 0 to ws-inside-count
	move 0 to ws-conflict-count
	move 'N' to ws-alloc-end
	open input alloc-file
	if ws-alloc-logged = 'N'
		move 'Y' to ws-alloc-logged
		move return-code to ws-log-rc
		call "RUNLOG-DATEI" using ws-log-prog ws-alloc-file ws-dat-lesen
			on exception continue
		end-call
		move ws-log-rc to return-code
	end-if
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
			if ws-ip-valid = 'Y' and ws-ip-family = ws-cidr-family
				and ws-addr-key >= ws-range-first
				and ws-addr-key <= ws-range-last
				add 1 to ws-inside-count
				perform check-alloc-conflict
			end-if
	end-perform
	close alloc-file
	if ws-conflict-count > 0 and ws-function not = "DELETE"
		display "ipsubnet: WARNING - " ws-conflict-count
			" existing allocation(s) on the gateway or in the DHCP pool"
		if return-code < 4
			move 4 to return-code
		end-if
	end-if
exit.

check-alloc-conflict.
	if ws-function = "DELETE"
		exit paragraph
	end-if
	if ws-wrk-gateway not = spaces
		and function trim( ws-chk-ip ) = function trim( ws-wrk-gateway )
		add 1 to ws-conflict-count
		display "ipsubnet: WARNING - " function trim( ws-chk-ip )
			" (" function trim( alloc-hostname ) ") is allocated on the gateway"
		exit paragraph
	end-if
	if ws-wrk-dyn-from not = spaces
		and ws-addr-key >= ws-from-key and ws-addr-key <= ws-to-key
		add 1 to ws-conflict-count
		display "ipsubnet: WARNING - " function trim( ws-chk-ip )
			" (" function trim( alloc-hostname ) ") is allocated inside the DHCP pool"
	end-if
exit.

list-subnets.
	display "SUBNET                                       SITE                  VLAN  GATEWAY                                  DHCP POOL"
	perform varying ws-sub-idx from 1 by 1 until ws-sub-idx > ws-sub-count
		if ws-list-site = spaces or ws-sub-site( ws-sub-idx ) = ws-list-site
			add 1 to ws-list-count
			display ws-sub-cidr( ws-sub-idx ) "  "
				ws-sub-site( ws-sub-idx ) "  "
				ws-sub-vlan( ws-sub-idx ) "  "
				ws-sub-gateway( ws-sub-idx ) "  "
				function trim( ws-sub-dyn-from( ws-sub-idx ) ) " - "
				function trim( ws-sub-dyn-to( ws-sub-idx ) )
			if ws-sub-dept( ws-sub-idx ) not = spaces
				or ws-sub-purpose( ws-sub-idx ) not = spaces
				display "    department: " function trim( ws-sub-dept( ws-sub-idx ) )
					"  purpose: " function trim( ws-sub-purpose( ws-sub-idx ) )
					"  since " function trim( ws-sub-date( ws-sub-idx ) )
			end-if
		end-if
	end-perform
	display "ipsubnet: " ws-list-count " subnet(s)"
exit.

import-subnets.
	if ws-arg-cidr not = spaces
		move ws-arg-cidr to ws-ctl-file
		call "UMGEBUNG-DATEI" using ws-ctl-file
			on exception continue
		end-call
	end-if
	open input ctl-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-ctl-file ws-dat-lesen
		on exception continue
	end-call
	move ws-log-rc to return-code
	if ws-ctl-status not = "00"
		display "ipsubnet: ERROR - cannot open " function trim( ws-ctl-file )
		move 8 to return-code
		stop run
	end-if
	perform until ws-ctl-end = 'Y'
		read ctl-file
		at end
			move 'Y' to ws-ctl-end
		not at end
			if ctl-record not = spaces
				perform import-one-subnet
			end-if
	end-perform
	close ctl-file
	display "ipsubnet: " ws-import-count " subnet(s) imported into "
		function trim( ws-submast-file )
exit.

import-one-subnet.
	move function trim( ctl-record ) to ws-arg-cidr
	move ws-arg-cidr to ws-cidr-in
	perform parse-cidr
	if ws-cidr-ok = 'N'
		display "ipsubnet: WARNING - " function trim( ws-arg-cidr )
			" skipped: " function trim( ws-cidr-msg )
		exit paragraph
	end-if
	perform find-subnet
	if ws-match-idx > 0
		exit paragraph
	end-if
	if ws-sub-count >= 64
		display "ipsubnet: WARNING - subnet master is full, "
			function trim( ws-arg-cidr ) " skipped"
		exit paragraph
	end-if
	perform check-overlap
	initialize ws-work
	move ws-cidr-canon to ws-wrk-cidr
	if ws-meta-file not = spaces
		perform import-meta
	end-if
	perform validate-entry
	add 1 to ws-sub-count
	add 1 to ws-import-count
	move ws-date-disp to ws-wrk-date
	move ws-work to ws-sub-entry( ws-sub-count )
	display "ipsubnet: imported " function trim( ws-wrk-cidr )
	move "SUBADD" to ws-aud-action
	move spaces to ws-aud-before
	perform format-subnet-values
	perform write-audit
exit.

import-meta.
	move 'N' to ws-meta-end
	open input meta-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-meta-file ws-dat-lesen
		on exception continue
	end-call
	move ws-log-rc to return-code
	if ws-meta-status not = "00"
		close meta-file
		exit paragraph
	end-if
	perform until ws-meta-end = 'Y'
		read meta-file
		at end
			move 'Y' to ws-meta-end
		not at end
			move function trim( met-subnet ) to ws-cidr-in
			perform parse-cidr
			if ws-cidr-ok = 'Y' and ws-cidr-canon = ws-wrk-cidr
				move met-vlan to ws-wrk-vlan
				move met-gateway to ws-wrk-gateway
				move met-dyn-from to ws-wrk-dyn-from
				move met-dyn-to to ws-wrk-dyn-to
			end-if
	end-perform
	close meta-file
exit.

format-subnet-values.
	move spaces to ws-aud-after
	string function trim( ws-wrk-site ) delimited by size
		"|" delimited by size
		ws-wrk-vlan delimited by size
		"|" delimited by size
		function trim( ws-wrk-gateway ) delimited by size
		"|" delimited by size
		function trim( ws-wrk-dyn-from ) delimited by size
		"-" delimited by size
		function trim( ws-wrk-dyn-to ) delimited by size
		"|" delimited by size
		function trim( ws-wrk-dept ) delimited by size
		"|" delimited by size
		function trim( ws-wrk-purpose ) delimited by size
		into ws-aud-after
exit.

write-audit.
	accept ws-caller from environment "SEQUENZ_CALLER"
	if ws-caller = spaces
		accept ws-caller from environment "USER"
	end-if
	if ws-caller = spaces
		move "UNBEKANNT" to ws-caller
	end-if
	accept ws-aud-date from date yyyymmdd
	accept ws-aud-time from time
	move spaces to ws-aud-ip ws-aud-bits
	unstring ws-wrk-cidr delimited by "/" into ws-aud-ip ws-aud-bits
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
	move ws-aud-ip to aud-ip
	move ws-aud-ip( 21 : 19 ) to aud-ip-cont
	if ws-aud-bits not = spaces
		string "/" function trim( ws-aud-bits ) delimited by size
			into aud-prefix
	end-if
	move ws-aud-before to aud-before
	move ws-aud-after to aud-after
	write audit-record
	close audit-file
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
	call "UMGEBUNG-DATEI" using ws-meta-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-audit-file
		on exception continue
	end-call
exit.
