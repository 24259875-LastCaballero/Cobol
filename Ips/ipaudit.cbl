	organization is line sequential
	file status is ws-subnet-status.

	select optional submast-file assign to ws-submast-file
	organization is line sequential
	file status is ws-submast-status.

data division.
file section.
fd	alloc-file.
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

working-storage section.
01	ws-args			pic x(200).
01	ws-tok-alloc		pic x(200)	value spaces.
01	ws-subnet-file		pic x(200)	value "SUBNETS.CTL".
01	ws-subnet-status	pic xx		value spaces.
01	ws-subnet-end		pic x		value 'N'.
01	ws-submast-file		pic x(200)	value "SUBNETS.DAT".
01	ws-submast-status	pic xx		value spaces.
01	ws-submast-end		pic x		value 'N'.
01	ws-submast-loaded	pic x		value 'N'.

01	ws-master.
	05 ws-entry occurs 1024 times.
		10 ws-ent-ip		pic x(39).
		10 ws-ent-hostname	pic x(30).
		10 ws-ent-mac		pic x(17).
		10 ws-ent-dept		pic x(20).
		10 ws-ent-date		pic x(10).
		10 ws-ent-family		pic x.
01	ws-entry-count		pic 9(4)	value 0.
01	ws-entry-idx		pic 9(4).
01	ws-scan-idx		pic 9(4).

01	ws-subnets.
	05 ws-subnet-entry occurs 64 times.
		10 ws-subnet-spec	pic x(43).
		10 ws-subnet-site	pic x(20).
		10 ws-subnet-vlan	pic 9(4).
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
01	ws-save-ip		pic x(39).
01	ws-static-what		pic x(20).

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
01	ws-chk-ip		pic x(39).

01	ws-mac-valid		pic x.
01	ws-mac-pos		pic 9(2).
01	ws-bad-mac-count	pic 9(4)	value 0.
01	ws-bad-date-count	pic 9(4)	value 0.
01	ws-orphan-count		pic 9(4)	value 0.
01	ws-link-count		pic 9(4)	value 0.
01	ws-static-count		pic 9(4)	value 0.
01	ws-finding-count	pic 9(5)	value 0.

01	ws-log-prog	pic x(12)	value "IPAUDIT".
01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".
01	ws-alert-sev		pic x(8).
01	ws-alert-code		pic x(8).
01	ws-alert-text		pic x(120).


procedure division.
		move ws-tok-subnet to ws-subnet-file
	end-if

	perform set-umgebung
	perform load-master
	perform load-subnets
	if ws-entry-count = 0
	display "ipaudit: " ws-bad-mac-count " malformed MAC(s), "
		ws-bad-date-count " blank date(s), "
		ws-orphan-count " outside all subnets"
	display "ipaudit: " ws-link-count " IPv4/IPv6 link mismatch(es)"
	display "ipaudit: " ws-static-count
		" on a gateway, network/broadcast address or in a DHCP pool"
	compute ws-finding-count = ws-dup-ip-count + ws-dup-mac-count
		+ ws-dup-host-count + ws-bad-mac-count
		+ ws-bad-date-count + ws-orphan-count
		+ ws-link-count + ws-static-count
	if ws-finding-count = 0
		display "ipaudit: AUDIT OK"
	else
	move ws-entry-count to ws-log-read
	move ws-finding-count to ws-log-written
	move return-code to ws-log-rc
	if ws-log-outcome = "FAILED"
		move "ERROR" to ws-alert-sev
		move "IPAUDIT" to ws-alert-code
		move spaces to ws-alert-text
		string "IP inventory audit: " ws-finding-count " finding(s)"
			delimited by size into ws-alert-text
		call "ALERT-RAISE" using ws-alert-sev ws-log-prog ws-alert-code
			ws-alert-text
			on exception continue
		end-call
	end-if
	call "RUNLOG-END" using ws-log-prog ws-log-read ws-log-written
		ws-log-outcome
		on exception continue

load-master.
	open input alloc-file
	call "RUNLOG-DATEI" using ws-log-prog ws-alloc-file ws-dat-lesen
		on exception continue
	end-call
	if ws-alloc-status = "00"
		perform until ws-alloc-end = 'Y'
			read alloc-file
					move alloc-mac      to ws-ent-mac( ws-entry-count )
					move alloc-dept     to ws-ent-dept( ws-entry-count )
					move alloc-date     to ws-ent-date( ws-entry-count )
					move alloc-ip-cont  to ws-ent-ip( ws-entry-count )( 21 : 19 )
					perform set-entry-family
				else
					display "ipaudit: WARNING - allocation table"
						" full, record ignored: "
	close alloc-file
exit.

set-entry-family.
	move 0 to ws-colon-count
	inspect ws-ent-ip( ws-entry-count ) tallying ws-colon-count for all ":"
	if ws-colon-count > 0
		move '6' to ws-ent-family( ws-entry-count )
		move function trim( ws-ent-ip( ws-entry-count ) ) to ws-ip6-work
		perform parse-ip6
		if ws-ip6-valid = 'Y'
			move ws-ip6-text to ws-ent-ip( ws-entry-count )
		end-if
	else
		move '4' to ws-ent-family( ws-entry-count )
	end-if
exit.

load-subnets.
	if ws-tok-subnet = spaces
		open input submast-file
		call "RUNLOG-DATEI" using ws-log-prog ws-submast-file ws-dat-lesen
			on exception continue
		end-call
		if ws-submast-status = "00"
			perform until ws-submast-end = 'Y'
				read submast-file
				at end
					move 'Y' to ws-submast-end
				not at end
					if sm-cidr not = spaces and ws-subnet-count < 64
						add 1 to ws-subnet-count
						move sm-cidr to ws-subnet-spec( ws-subnet-count )
						move sm-site to ws-subnet-site( ws-subnet-count )
						move sm-vlan to ws-subnet-vlan( ws-subnet-count )
						move sm-gateway to ws-subnet-gateway( ws-subnet-count )
						move sm-dyn-from to ws-subnet-dyn-from( ws-subnet-count )
						move sm-dyn-to to ws-subnet-dyn-to( ws-subnet-count )
					end-if
			end-perform
		end-if
		close submast-file
		if ws-subnet-count > 0
			move 'Y' to ws-submast-loaded
			exit paragraph
		end-if
	end-if
	open input subnet-file
	call "RUNLOG-DATEI" using ws-log-prog ws-subnet-file ws-dat-lesen
		on exception continue
	end-call
	if ws-subnet-status = "00"
		perform until ws-subnet-end = 'Y'
			read subnet-file
				move 'Y' to ws-subnet-end
			not at end
				if function trim( subnet-record ) not = spaces
					and ws-subnet-count < 64
					add 1 to ws-subnet-count
					move spaces to ws-subnet-entry( ws-subnet-count )
					move 0 to ws-subnet-vlan( ws-subnet-count )
					move subnet-record to ws-subnet-spec( ws-subnet-count )
				end-if
		end-perform
		end-if
		if ws-ent-mac( ws-entry-idx ) not = spaces
			and ws-ent-mac( ws-scan-idx ) = ws-ent-mac( ws-entry-idx )
			if ws-ent-family( ws-scan-idx ) not = ws-ent-family( ws-entry-idx )
				if ws-ent-hostname( ws-scan-idx ) not = ws-ent-hostname( ws-entry-idx )
					add 1 to ws-link-count
					display "LINK MISMATCH:      "
						function trim( ws-ent-mac( ws-entry-idx ) )
						" on " function trim( ws-ent-ip( ws-scan-idx ) )
						" (" function trim( ws-ent-hostname( ws-scan-idx ) ) ")"
						" and " function trim( ws-ent-ip( ws-entry-idx ) )
						" (" function trim( ws-ent-hostname( ws-entry-idx ) ) ")"
				end-if
			else
				add 1 to ws-dup-mac-count
				display "DUPLICATE MAC:      "
					function trim( ws-ent-mac( ws-entry-idx ) )
					" on " function trim( ws-ent-ip( ws-scan-idx ) )
					" and " function trim( ws-ent-ip( ws-entry-idx ) )
			end-if
		end-if
		if ws-ent-hostname( ws-entry-idx ) not = spaces
			and ws-ent-hostname( ws-entry-idx ) not = "*RESERVED*"
			and ws-ent-hostname( ws-scan-idx ) = ws-ent-hostname( ws-entry-idx )
			if ws-ent-family( ws-scan-idx ) not = ws-ent-family( ws-entry-idx )
				if ws-ent-mac( ws-scan-idx ) not = ws-ent-mac( ws-entry-idx )
					add 1 to ws-link-count
					display "LINK MISMATCH:      "
						function trim( ws-ent-hostname( ws-entry-idx ) )
						" on " function trim( ws-ent-ip( ws-scan-idx ) )
						" (" function trim( ws-ent-mac( ws-scan-idx ) ) ")"
						" and " function trim( ws-ent-ip( ws-entry-idx ) )
						" (" function trim( ws-ent-mac( ws-entry-idx ) ) ")"
				end-if
			else
				add 1 to ws-dup-host-count
				display "DUPLICATE HOSTNAME: "
					function trim( ws-ent-hostname( ws-entry-idx ) )
					" on " function trim( ws-ent-ip( ws-scan-idx ) )
					" and " function trim( ws-ent-ip( ws-entry-idx ) )
			end-if
		end-if
	end-perform

			display "OUTSIDE SUBNETS:    "
				function trim( ws-ent-ip( ws-entry-idx ) )
				" (" function trim( ws-ent-hostname( ws-entry-idx ) ) ")"
		else
			perform check-static-range
		end-if
	end-if
exit.

check-static-range.
	if ws-subnet-hit = 0
		exit paragraph
	end-if
	move spaces to ws-static-what
	if ws-ip-family = '4' and ws-hit-net-size > 2
		if ws-ip-oct-4 = ws-hit-net-oct-4
			move "the network address" to ws-static-what
		end-if
		if ws-ip-oct-4 = ws-hit-net-oct-4 + ws-hit-net-size - 1
			move "the broadcast address" to ws-static-what
		end-if
	end-if
	perform set-addr-key
	move ws-addr-key to ws-ip-key
	move ws-chk-ip to ws-save-ip
	move spaces to ws-gw-key
	move spaces to ws-from-key
	move spaces to ws-to-key
	if ws-subnet-gateway( ws-subnet-hit ) not = spaces
		move ws-subnet-gateway( ws-subnet-hit ) to ws-chk-ip
		perform check-ip-valid
		if ws-ip-valid = 'Y'
			perform set-addr-key
			move ws-addr-key to ws-gw-key
		end-if
	end-if
	if ws-subnet-dyn-from( ws-subnet-hit ) not = spaces
		move ws-subnet-dyn-from( ws-subnet-hit ) to ws-chk-ip
		perform check-ip-valid
		if ws-ip-valid = 'Y'
			perform set-addr-key
			move ws-addr-key to ws-from-key
		end-if
		move ws-subnet-dyn-to( ws-subnet-hit ) to ws-chk-ip
		perform check-ip-valid
		if ws-ip-valid = 'Y'
			perform set-addr-key
			move ws-addr-key to ws-to-key
		end-if
	end-if
	move ws-save-ip to ws-chk-ip
	if ws-gw-key not = spaces and ws-ip-key = ws-gw-key
		move "the gateway" to ws-static-what
	end-if
	if ws-from-key not = spaces and ws-to-key not = spaces
		and ws-ip-key >= ws-from-key and ws-ip-key <= ws-to-key
		move "in the DHCP pool" to ws-static-what
	end-if
	if ws-static-what not = spaces
		add 1 to ws-static-count
		display "RESERVED RANGE:     "
			function trim( ws-ent-ip( ws-entry-idx ) )
			" (" function trim( ws-ent-hostname( ws-entry-idx ) ) ")"
			" is " function trim( ws-static-what )
			" of " function trim( ws-subnet-spec( ws-subnet-hit ) )
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
exit.
