identification division.
program-id.	ipvendor.


environment division.
input-output section.
file-control.
	select optional alloc-file assign to ws-alloc-file
	organization is line sequential
	file status is ws-alloc-status.

	select optional lease-file assign to ws-lease-file
	organization is line sequential
	file status is ws-lease-status.

	select optional oui-file assign to ws-oui-file
	organization is line sequential
	file status is ws-oui-status.

	select optional vclass-file assign to ws-vclass-file
	organization is line sequential
	file status is ws-vclass-status.

	select optional dclass-file assign to ws-dclass-file
	organization is line sequential
	file status is ws-dclass-status.

	select report-file assign to ws-report-file
	organization is line sequential.

data division.
file section.
fd	alloc-file.
01	alloc-record.
	05 alloc-ip		pic x(20).
	05 alloc-hostname	pic x(30).
	05 alloc-mac		pic x(17).
	05 alloc-dept		pic x(20).
	05 alloc-date		pic x(10).
	05 alloc-ip-cont	pic x(19).

fd	lease-file.
01	lease-record.
	05 lease-ip		pic x(20).
	05 lease-mac		pic x(17).
	05 lease-expiry		pic x(16).
	05 lease-ip-cont	pic x(19).

fd	oui-file.
01	oui-record		pic x(200).

fd	vclass-file.
01	vclass-record.
	05 vc-keyword		pic x(30).
	05 vc-class		pic x(12).

fd	dclass-file.
01	dclass-record.
	05 dc-dept		pic x(20).
	05 dc-class		pic x(12).

fd	report-file.
01	report-record		pic x(132).

working-storage section.
01	ws-args			pic x(250).
01	ws-arg-toks.
	05 ws-arg-tok occurs 6 times	pic x(80).
01	ws-tok-idx		pic 9(2).
01	ws-tok-cur		pic x(80).

01	ws-alloc-file		pic x(200)	value "IPALLOC.DAT".
01	ws-alloc-status		pic xx		value spaces.
01	ws-alloc-end		pic x		value 'N'.
01	ws-lease-file		pic x(200)	value spaces.
01	ws-lease-status		pic xx		value spaces.
01	ws-lease-end		pic x		value 'N'.
01	ws-oui-file		pic x(200)	value "OUI.TXT".
01	ws-oui-status		pic xx		value spaces.
01	ws-oui-end		pic x		value 'N'.
01	ws-vclass-file		pic x(200)	value "VENDCLASS.DAT".
01	ws-vclass-status	pic xx		value spaces.
01	ws-vclass-end		pic x		value 'N'.
01	ws-dclass-file		pic x(200)	value "DEPTCLASS.DAT".
01	ws-dclass-status	pic xx		value spaces.
01	ws-dclass-end		pic x		value 'N'.
01	ws-report-file		pic x(200)	value "VENDOR.TXT".

01	ws-observations.
	05 ws-obs-entry occurs 2048 times.
		10 ws-ob-source		pic x(5).
		10 ws-ob-ip		pic x(39).
		10 ws-ob-host		pic x(30).
		10 ws-ob-mac		pic x(17).
		10 ws-ob-dept		pic x(20).
		10 ws-ob-kind		pic x.
		10 ws-ob-oui-idx	pic 9(4).
		10 ws-ob-vendor-idx	pic 9(3).
01	ws-obs-count		pic 9(4)	value 0.
01	ws-obs-idx		pic 9(4).
01	ws-alloc-count		pic 9(4)	value 0.
01	ws-lease-count		pic 9(4)	value 0.
01	ws-expired-count	pic 9(4)	value 0.
01	ws-nomac-count		pic 9(4)	value 0.

01	ws-ouis.
	05 ws-oui-entry occurs 2048 times.
		10 ws-oui-key		pic x(6).
		10 ws-oui-vendor	pic x(40).
01	ws-oui-count		pic 9(4)	value 0.
01	ws-oui-idx		pic 9(4).
01	ws-oui-found		pic 9(4).
01	ws-oui-lines		pic 9(6)	value 0.
01	ws-cur-oui		pic x(6).
01	ws-oui-head		pic x(200).
01	ws-oui-tail		pic x(200).

01	ws-vendors.
	05 ws-vendor-entry occurs 512 times.
		10 ws-vd-name		pic x(40).
		10 ws-vd-class		pic x(12).
		10 ws-vd-alloc		pic 9(5).
		10 ws-vd-lease		pic 9(5).
01	ws-vendor-count		pic 9(3)	value 0.
01	ws-vendor-idx		pic 9(3).
01	ws-vendor-found		pic 9(3).
01	ws-cur-vendor		pic x(40).
01	ws-vendor-upper		pic x(40).

01	ws-vclasses.
	05 ws-vclass-entry occurs 100 times.
		10 ws-vcl-keyword	pic x(30).
		10 ws-vcl-len		pic 9(2).
		10 ws-vcl-class		pic x(12).
01	ws-vclass-count		pic 9(3)	value 0.
01	ws-vclass-idx		pic 9(3).
01	ws-kw-hits		pic 9(3).

01	ws-dclasses.
	05 ws-dclass-entry occurs 200 times.
		10 ws-dcl-dept		pic x(20).
		10 ws-dcl-class		pic x(12).
01	ws-dclass-count		pic 9(3)	value 0.
01	ws-dclass-idx		pic 9(3).
01	ws-dept-rules		pic x.
01	ws-class-ok		pic x.
01	ws-cur-class		pic x(12).
01	ws-expected		pic x(60).
01	ws-exp-ptr		pic 9(3).
01	ws-out-ptr		pic 9(3).

01	ws-mac-valid		pic x.
01	ws-mac-pos		pic 9(2).
01	ws-mac-char		pic x.

01	ws-unknown-count	pic 9(4)	value 0.
01	ws-local-count		pic 9(4)	value 0.
01	ws-bad-mac-count	pic 9(4)	value 0.
01	ws-mismatch-count	pic 9(4)	value 0.
01	ws-finding-count	pic 9(5)	value 0.
01	ws-count-disp		pic zzzz9.
01	ws-count-disp-2		pic zzzz9.
01	ws-finding-text		pic x(20).

01	ws-chk-ip		pic x(39).
01	ws-colon-count		pic 9(2).
01	ws-ip6-addr.
	05 ws-ip6-grp occurs 8 times	pic 9(5).
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
01	ws-date-iso		pic x(10).

01	ws-log-prog	pic x(12)	value "IPVENDOR".
01	ws-log-args	pic x(80)	value spaces.
01	ws-log-read	pic 9(9)	value 0.
01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".
01	ws-alert-sev		pic x(8).
01	ws-alert-code		pic x(8).
01	ws-alert-text		pic x(120).


procedure division.

process-args.
	accept ws-args from command-line
	move ws-args to ws-log-args
	call "RUNLOG-START" using ws-log-prog ws-log-args
		on exception continue
	end-call
	unstring ws-args delimited by all space into
		ws-arg-tok( 1 ) ws-arg-tok( 2 ) ws-arg-tok( 3 )
		ws-arg-tok( 4 ) ws-arg-tok( 5 ) ws-arg-tok( 6 )
	perform varying ws-tok-idx from 1 by 1 until ws-tok-idx > 6
		move ws-arg-tok( ws-tok-idx ) to ws-tok-cur
		perform classify-arg-token
	end-perform

	accept ws-current-date from date yyyymmdd
	string ws-cur-dd delimited by size
		"." ws-cur-mm delimited by size
		"." ws-cur-yyyy delimited by size
		into ws-date-disp
	string ws-cur-yyyy delimited by size
		"-" ws-cur-mm delimited by size
		"-" ws-cur-dd delimited by size
		into ws-date-iso

	perform set-umgebung
	perform load-alloc
	perform load-leases
	perform classify-macs
	perform load-oui
	perform load-classes
	perform evaluate-vendors
	perform write-report

	compute ws-finding-count = ws-unknown-count + ws-local-count
		+ ws-bad-mac-count + ws-mismatch-count
	display "ipvendor: " ws-alloc-count " allocation(s), "
		ws-lease-count " active lease(s), " ws-vendor-count " vendor(s)"
	display "ipvendor: " ws-unknown-count " unknown vendor(s), "
		ws-local-count " locally administered MAC(s), "
		ws-bad-mac-count " malformed MAC(s), "
		ws-mismatch-count " device class mismatch(es)"
	if ws-finding-count > 0
		display "ipvendor: " ws-finding-count " finding(s) - see "
			function trim( ws-report-file )
		move 4 to return-code
		move "FAILED" to ws-log-outcome
	else
		display "ipvendor: no findings - see " function trim( ws-report-file )
	end-if
	compute ws-log-read = ws-alloc-count + ws-lease-count
	move ws-finding-count to ws-log-written
	move return-code to ws-log-rc
	if ws-log-outcome = "FAILED"
		move "WARNING" to ws-alert-sev
		move "IPVENDOR" to ws-alert-code
		move spaces to ws-alert-text
		string "MAC vendor check: " ws-finding-count " finding(s) - see "
			function trim( ws-report-file )
			delimited by size into ws-alert-text
		call "ALERT-RAISE" using ws-alert-sev ws-log-prog ws-alert-code
			ws-alert-text
			on exception continue
		end-call
	end-if
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
		when ws-tok-cur( 1 : 4 ) = "OUI="
			move ws-tok-cur( 5 : ) to ws-oui-file
		when ws-tok-cur( 1 : 7 ) = "LEASES="
			move ws-tok-cur( 8 : ) to ws-lease-file
		when ws-tok-cur( 1 : 6 ) = "ALLOC="
			move ws-tok-cur( 7 : ) to ws-alloc-file
		when ws-tok-cur( 1 : 10 ) = "VENDCLASS="
			move ws-tok-cur( 11 : ) to ws-vclass-file
		when ws-tok-cur( 1 : 10 ) = "DEPTCLASS="
			move ws-tok-cur( 11 : ) to ws-dclass-file
		when ws-tok-cur( 1 : 7 ) = "REPORT="
			move ws-tok-cur( 8 : ) to ws-report-file
		when other
			display "ipvendor: ERROR - unknown argument " function trim( ws-tok-cur )
			display "ipvendor: usage - [OUI=file] [LEASES=file] [ALLOC=file]"
				" [VENDCLASS=file] [DEPTCLASS=file] [REPORT=file]"
			move 8 to return-code
			stop run
	end-evaluate
exit.

load-alloc.
	open input alloc-file
	call "RUNLOG-DATEI" using ws-log-prog ws-alloc-file ws-dat-lesen
		on exception continue
	end-call
	if ws-alloc-status not = "00"
		display "ipvendor: ERROR - cannot open " function trim( ws-alloc-file )
		move 8 to return-code
		stop run
	end-if
	perform until ws-alloc-end = 'Y'
		read alloc-file
		at end
			move 'Y' to ws-alloc-end
		not at end
			if alloc-ip not = spaces
				if ws-obs-count < 2048
					add 1 to ws-obs-count
					add 1 to ws-alloc-count
					move "ALLOC" to ws-ob-source( ws-obs-count )
					move alloc-ip to ws-ob-ip( ws-obs-count )
					move alloc-ip-cont to ws-ob-ip( ws-obs-count )( 21 : 19 )
					move alloc-hostname to ws-ob-host( ws-obs-count )
					move alloc-mac to ws-ob-mac( ws-obs-count )
					move alloc-dept to ws-ob-dept( ws-obs-count )
				else
					display "ipvendor: WARNING - table full, allocation ignored: "
						function trim( alloc-ip )
				end-if
			end-if
	end-perform
	close alloc-file
exit.

load-leases.
	if ws-lease-file = spaces
		exit paragraph
	end-if
	open input lease-file
	call "RUNLOG-DATEI" using ws-log-prog ws-lease-file ws-dat-lesen
		on exception continue
	end-call
	if ws-lease-status not = "00"
		display "ipvendor: ERROR - cannot open lease file: "
			function trim( ws-lease-file )
		move 8 to return-code
		stop run
	end-if
	perform until ws-lease-end = 'Y'
		read lease-file
		at end
			move 'Y' to ws-lease-end
		not at end
			if lease-ip not = spaces
				if lease-expiry not = spaces
					and lease-expiry( 1 : 10 ) < ws-date-iso
					add 1 to ws-expired-count
				else
					perform add-lease
				end-if
			end-if
	end-perform
	close lease-file
exit.

add-lease.
	if ws-obs-count >= 2048
		display "ipvendor: WARNING - table full, lease ignored: "
			function trim( lease-ip )
		exit paragraph
	end-if
	move lease-ip to ws-chk-ip
	move lease-ip-cont to ws-chk-ip( 21 : 19 )
	perform normalize-chk-ip
	add 1 to ws-obs-count
	add 1 to ws-lease-count
	move "LEASE" to ws-ob-source( ws-obs-count )
	move ws-chk-ip to ws-ob-ip( ws-obs-count )
	move lease-mac to ws-ob-mac( ws-obs-count )
	move spaces to ws-ob-host( ws-obs-count )
	move spaces to ws-ob-dept( ws-obs-count )
	perform varying ws-obs-idx from 1 by 1 until ws-obs-idx > ws-alloc-count
		if ws-ob-ip( ws-obs-idx ) = ws-chk-ip
			move ws-ob-host( ws-obs-idx ) to ws-ob-host( ws-obs-count )
			move ws-ob-dept( ws-obs-idx ) to ws-ob-dept( ws-obs-count )
		end-if
	end-perform
exit.

normalize-chk-ip.
	move 0 to ws-colon-count
	inspect ws-chk-ip tallying ws-colon-count for all ":"
	if ws-colon-count > 0
		move function trim( ws-chk-ip ) to ws-ip6-work
		perform parse-ip6
		if ws-ip6-valid = 'Y'
			move ws-ip6-text to ws-chk-ip
		end-if
	end-if
exit.

classify-macs.
	perform varying ws-obs-idx from 1 by 1 until ws-obs-idx > ws-obs-count
		move 0 to ws-ob-oui-idx( ws-obs-idx )
		move 0 to ws-ob-vendor-idx( ws-obs-idx )
		evaluate true
			when ws-ob-mac( ws-obs-idx ) = spaces
				move 'N' to ws-ob-kind( ws-obs-idx )
				add 1 to ws-nomac-count
			when other
				perform check-mac-format
				if ws-mac-valid = 'N'
					move 'M' to ws-ob-kind( ws-obs-idx )
				else
					move ws-ob-mac( ws-obs-idx )( 2 : 1 ) to ws-mac-char
					if ws-mac-char = "2" or ws-mac-char = "3"
						or ws-mac-char = "6" or ws-mac-char = "7"
						or ws-mac-char = "a" or ws-mac-char = "b"
						or ws-mac-char = "e" or ws-mac-char = "f"
						or ws-mac-char = "A" or ws-mac-char = "B"
						or ws-mac-char = "E" or ws-mac-char = "F"
						move 'L' to ws-ob-kind( ws-obs-idx )
					else
						move 'V' to ws-ob-kind( ws-obs-idx )
						perform register-oui
					end-if
				end-if
		end-evaluate
	end-perform
exit.

register-oui.
	move function upper-case( ws-ob-mac( ws-obs-idx )( 1 : 2 ) ) to ws-cur-oui( 1 : 2 )
	move function upper-case( ws-ob-mac( ws-obs-idx )( 4 : 2 ) ) to ws-cur-oui( 3 : 2 )
	move function upper-case( ws-ob-mac( ws-obs-idx )( 7 : 2 ) ) to ws-cur-oui( 5 : 2 )
	move 0 to ws-oui-found
	perform varying ws-oui-idx from 1 by 1
		until ws-oui-idx > ws-oui-count or ws-oui-found > 0
		if ws-oui-key( ws-oui-idx ) = ws-cur-oui
			move ws-oui-idx to ws-oui-found
		end-if
	end-perform
	if ws-oui-found = 0
		add 1 to ws-oui-count
		move ws-cur-oui to ws-oui-key( ws-oui-count )
		move spaces to ws-oui-vendor( ws-oui-count )
		move ws-oui-count to ws-oui-found
	end-if
	move ws-oui-found to ws-ob-oui-idx( ws-obs-idx )
exit.

check-mac-format.
	move 'Y' to ws-mac-valid
	perform varying ws-mac-pos from 1 by 1 until ws-mac-pos > 17
		move ws-ob-mac( ws-obs-idx )( ws-mac-pos : 1 ) to ws-mac-char
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

load-oui.
	if ws-oui-count = 0
		exit paragraph
	end-if
	open input oui-file
	call "RUNLOG-DATEI" using ws-log-prog ws-oui-file ws-dat-lesen
		on exception continue
	end-call
	if ws-oui-status not = "00"
		display "ipvendor: ERROR - cannot open OUI list: " function trim( ws-oui-file )
		move 8 to return-code
		stop run
	end-if
	perform until ws-oui-end = 'Y'
		read oui-file
		at end
			move 'Y' to ws-oui-end
		not at end
			inspect oui-record replacing all x"09" by space
			move spaces to ws-oui-head
			move spaces to ws-oui-tail
			unstring oui-record delimited by "(hex)" into ws-oui-head ws-oui-tail
			if ws-oui-tail not = spaces and ws-oui-head( 3 : 1 ) = "-"
				and ws-oui-head( 6 : 1 ) = "-"
				add 1 to ws-oui-lines
				perform match-oui-line
			end-if
	end-perform
	close oui-file
exit.

match-oui-line.
	move function upper-case( ws-oui-head( 1 : 2 ) ) to ws-cur-oui( 1 : 2 )
	move function upper-case( ws-oui-head( 4 : 2 ) ) to ws-cur-oui( 3 : 2 )
	move function upper-case( ws-oui-head( 7 : 2 ) ) to ws-cur-oui( 5 : 2 )
	perform varying ws-oui-idx from 1 by 1 until ws-oui-idx > ws-oui-count
		if ws-oui-key( ws-oui-idx ) = ws-cur-oui
			move function trim( ws-oui-tail ) to ws-oui-vendor( ws-oui-idx )
		end-if
	end-perform
exit.

load-classes.
	open input vclass-file
	call "RUNLOG-DATEI" using ws-log-prog ws-vclass-file ws-dat-lesen
		on exception continue
	end-call
	if ws-vclass-status = "00"
		perform until ws-vclass-end = 'Y'
			read vclass-file
			at end
				move 'Y' to ws-vclass-end
			not at end
				if vc-keyword not = spaces and ws-vclass-count < 100
					add 1 to ws-vclass-count
					move function upper-case( vc-keyword )
						to ws-vcl-keyword( ws-vclass-count )
					move function upper-case( vc-class )
						to ws-vcl-class( ws-vclass-count )
					perform varying ws-vcl-len( ws-vclass-count ) from 30 by -1
						until ws-vcl-len( ws-vclass-count ) = 0
						or vc-keyword( ws-vcl-len( ws-vclass-count ) : 1 ) not = space
						continue
					end-perform
				end-if
		end-perform
	end-if
	close vclass-file
	open input dclass-file
	call "RUNLOG-DATEI" using ws-log-prog ws-dclass-file ws-dat-lesen
		on exception continue
	end-call
	if ws-dclass-status = "00"
		perform until ws-dclass-end = 'Y'
			read dclass-file
			at end
				move 'Y' to ws-dclass-end
			not at end
				if dc-dept not = spaces and ws-dclass-count < 200
					add 1 to ws-dclass-count
					move dc-dept to ws-dcl-dept( ws-dclass-count )
					move function upper-case( dc-class )
						to ws-dcl-class( ws-dclass-count )
				end-if
		end-perform
	end-if
	close dclass-file
exit.

evaluate-vendors.
	perform varying ws-obs-idx from 1 by 1 until ws-obs-idx > ws-obs-count
		evaluate ws-ob-kind( ws-obs-idx )
			when 'M'
				move "*MALFORMED MAC*" to ws-cur-vendor
			when 'L'
				move "*LOCALLY ADMINISTERED*" to ws-cur-vendor
			when 'V'
				move ws-oui-vendor( ws-ob-oui-idx( ws-obs-idx ) ) to ws-cur-vendor
				if ws-cur-vendor = spaces
					move "*UNKNOWN VENDOR*" to ws-cur-vendor
				end-if
			when other
				move spaces to ws-cur-vendor
		end-evaluate
		if ws-cur-vendor not = spaces
			perform count-vendor
		end-if
	end-perform
exit.

count-vendor.
	move 0 to ws-vendor-found
	perform varying ws-vendor-idx from 1 by 1
		until ws-vendor-idx > ws-vendor-count or ws-vendor-found > 0
		if ws-vd-name( ws-vendor-idx ) = ws-cur-vendor
			move ws-vendor-idx to ws-vendor-found
		end-if
	end-perform
	if ws-vendor-found = 0
		if ws-vendor-count >= 512
			exit paragraph
		end-if
		add 1 to ws-vendor-count
		move ws-vendor-count to ws-vendor-found
		move ws-cur-vendor to ws-vd-name( ws-vendor-found )
		move 0 to ws-vd-alloc( ws-vendor-found )
		move 0 to ws-vd-lease( ws-vendor-found )
		perform find-vendor-class
		move ws-cur-class to ws-vd-class( ws-vendor-found )
	end-if
	move ws-vendor-found to ws-ob-vendor-idx( ws-obs-idx )
	if ws-ob-source( ws-obs-idx ) = "ALLOC"
		add 1 to ws-vd-alloc( ws-vendor-found )
	else
		add 1 to ws-vd-lease( ws-vendor-found )
	end-if
exit.

find-vendor-class.
	move spaces to ws-cur-class
	if ws-cur-vendor( 1 : 1 ) = "*"
		exit paragraph
	end-if
	move function upper-case( ws-cur-vendor ) to ws-vendor-upper
	perform varying ws-vclass-idx from 1 by 1
		until ws-vclass-idx > ws-vclass-count or ws-cur-class not = spaces
		if ws-vcl-len( ws-vclass-idx ) > 0
			move 0 to ws-kw-hits
			inspect ws-vendor-upper tallying ws-kw-hits for all
				ws-vcl-keyword( ws-vclass-idx )( 1 : ws-vcl-len( ws-vclass-idx ) )
			if ws-kw-hits > 0
				move ws-vcl-class( ws-vclass-idx ) to ws-cur-class
			end-if
		end-if
	end-perform
exit.

write-report.
	open output report-file
	call "RUNLOG-DATEI" using ws-log-prog ws-report-file ws-dat-schreib
		on exception continue
	end-call
	move spaces to report-record
	string "MAC VENDOR REPORT  Date: " ws-date-disp
		delimited by size into report-record
	write report-record
	move spaces to report-record
	string "Allocations: " function trim( ws-alloc-file ) delimited by size
		"  OUI list: " function trim( ws-oui-file ) delimited by size
		into report-record
	write report-record
	if ws-lease-file not = spaces
		move ws-expired-count to ws-count-disp
		move spaces to report-record
		string "Leases: " function trim( ws-lease-file ) delimited by size
			" (active only, " function trim( ws-count-disp ) delimited by size
			" expired skipped)" delimited by size
			into report-record
		write report-record
	end-if
	move spaces to report-record
	write report-record
	move spaces to report-record
	string "VENDOR                                    CLASS         ALLOC  LEASES"
		delimited by size into report-record
	write report-record
	perform varying ws-vendor-idx from 1 by 1 until ws-vendor-idx > ws-vendor-count
		move ws-vd-alloc( ws-vendor-idx ) to ws-count-disp
		move ws-vd-lease( ws-vendor-idx ) to ws-count-disp-2
		move ws-vd-class( ws-vendor-idx ) to ws-cur-class
		if ws-cur-class = spaces
			move "*OHNE*" to ws-cur-class
		end-if
		move spaces to report-record
		string ws-vd-name( ws-vendor-idx ) "  " ws-cur-class
			"  " ws-count-disp "   " ws-count-disp-2
			delimited by size into report-record
		write report-record
	end-perform
	move ws-nomac-count to ws-count-disp
	move spaces to report-record
	string "(without MAC: " function trim( ws-count-disp ) ")"
		delimited by size into report-record
	write report-record

	move spaces to report-record
	write report-record
	move spaces to report-record
	string "FINDINGS" delimited by size into report-record
	write report-record
	perform varying ws-obs-idx from 1 by 1 until ws-obs-idx > ws-obs-count
		perform report-one-observation
	end-perform
	close report-file
exit.

report-one-observation.
	evaluate ws-ob-kind( ws-obs-idx )
		when 'M'
			add 1 to ws-bad-mac-count
			move "MALFORMED MAC:" to ws-finding-text
			perform write-finding
		when 'L'
			add 1 to ws-local-count
			if ws-ob-source( ws-obs-idx ) = "ALLOC"
				move "RANDOMISED MAC:" to ws-finding-text
			else
				move "LOCAL MAC:" to ws-finding-text
			end-if
			perform write-finding
		when 'V'
			if ws-oui-vendor( ws-ob-oui-idx( ws-obs-idx ) ) = spaces
				add 1 to ws-unknown-count
				move "UNKNOWN VENDOR:" to ws-finding-text
				perform write-finding
			end-if
	end-evaluate
	if ws-ob-kind( ws-obs-idx ) = 'V' and ws-ob-dept( ws-obs-idx ) not = spaces
		and ws-ob-host( ws-obs-idx ) not = "*RESERVED*"
		and ws-oui-vendor( ws-ob-oui-idx( ws-obs-idx ) ) not = spaces
		perform check-dept-class
	end-if
exit.

check-dept-class.
	if ws-ob-vendor-idx( ws-obs-idx ) = 0
		exit paragraph
	end-if
	move 'N' to ws-dept-rules
	move 'N' to ws-class-ok
	move spaces to ws-expected
	move 1 to ws-exp-ptr
	move ws-vd-class( ws-ob-vendor-idx( ws-obs-idx ) ) to ws-cur-class
	perform varying ws-dclass-idx from 1 by 1 until ws-dclass-idx > ws-dclass-count
		if ws-dcl-dept( ws-dclass-idx ) = ws-ob-dept( ws-obs-idx )
			if ws-dept-rules = 'Y'
				string "/" delimited by size
					into ws-expected with pointer ws-exp-ptr
			end-if
			move 'Y' to ws-dept-rules
			string function trim( ws-dcl-class( ws-dclass-idx ) ) delimited by size
				into ws-expected with pointer ws-exp-ptr
			if ws-cur-class not = spaces
				and ws-dcl-class( ws-dclass-idx ) = ws-cur-class
				move 'Y' to ws-class-ok
			end-if
		end-if
	end-perform
	if ws-dept-rules = 'N' or ws-class-ok = 'Y'
		exit paragraph
	end-if
	add 1 to ws-mismatch-count
	if ws-cur-class = spaces
		move "*OHNE*" to ws-cur-class
	end-if
	move spaces to report-record
	string "CLASS MISMATCH:     " ws-ob-source( ws-obs-idx ) delimited by size
		" " function trim( ws-ob-ip( ws-obs-idx ) ) delimited by size
		" (" function trim( ws-ob-host( ws-obs-idx ) ) delimited by size
		") " function trim( ws-ob-mac( ws-obs-idx ) ) delimited by size
		" " function trim( ws-vd-name( ws-ob-vendor-idx( ws-obs-idx ) ) ) delimited by size
		" class " function trim( ws-cur-class ) delimited by size
		" - dept " function trim( ws-ob-dept( ws-obs-idx ) ) delimited by size
		" expects " function trim( ws-expected ) delimited by size
		into report-record
	write report-record
exit.

write-finding.
	move spaces to report-record
	move 1 to ws-out-ptr
	string ws-finding-text ws-ob-source( ws-obs-idx ) delimited by size
		" " function trim( ws-ob-ip( ws-obs-idx ) ) delimited by size
		into report-record with pointer ws-out-ptr
	if ws-ob-host( ws-obs-idx ) not = spaces
		string " (" function trim( ws-ob-host( ws-obs-idx ) ) ")" delimited by size
			into report-record with pointer ws-out-ptr
	end-if
	string " " function trim( ws-ob-mac( ws-obs-idx ) ) delimited by size
		into report-record with pointer ws-out-ptr
	if ws-ob-dept( ws-obs-idx ) not = spaces
		string " dept " function trim( ws-ob-dept( ws-obs-idx ) ) delimited by size
			into report-record with pointer ws-out-ptr
	end-if
	write report-record
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
	call "UMGEBUNG-DATEI" using ws-alloc-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-lease-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-oui-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-vclass-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-dclass-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-report-file
		on exception continue
	end-call
exit.
