identification division.
program-id.	ipzombie.


environment division.
input-output section.
file-control.
	select optional alloc-file assign to ws-alloc-file
	organization is line sequential
	file status is ws-alloc-status.

	select optional seen-file assign to ws-seen-file
	organization is line sequential
	file status is ws-seen-status.

	select report-file assign to ws-report-file
	organization is line sequential.

	select release-file assign to ws-release-file
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

fd	seen-file.
01	seen-record.
	05 seen-ip		pic x(39).
	05 seen-date		pic 9(8).
	05 seen-source		pic x(5).

fd	report-file.
01	report-record		pic x(132).

fd	release-file.
01	release-record		pic x(200).

working-storage section.
01	ws-args			pic x(250).
01	ws-arg-toks.
	05 ws-arg-tok occurs 5 times	pic x(80).
01	ws-tok-idx		pic 9(2).
01	ws-tok-cur		pic x(80).

01	ws-alloc-file		pic x(200)	value "IPALLOC.DAT".
01	ws-alloc-status		pic xx		value spaces.
01	ws-alloc-end		pic x		value 'N'.
01	ws-seen-file		pic x(200)	value "LASTSEEN.DAT".
01	ws-seen-status		pic xx		value spaces.
01	ws-seen-end		pic x		value 'N'.
01	ws-report-file		pic x(200)	value "ZOMBIE.TXT".
01	ws-release-file		pic x(200)	value "ZOMBIE.CSV".

01	ws-max-days		pic 9(4)	value 90.
01	ws-today		pic 9(8).
01	ws-today-int		pic 9(7).
01	ws-cmp-date		pic 9(8).
01	ws-days			pic 9(5).

01	ws-seen-table.
	05 ws-seen-entry occurs 4096 times.
		10 ws-sn-ip		pic x(39).
		10 ws-sn-date		pic 9(8).
		10 ws-sn-source		pic x(5).
01	ws-seen-count		pic 9(4)	value 0.
01	ws-seen-idx		pic 9(4).
01	ws-seen-found		pic 9(4).

01	ws-zombies.
	05 ws-zombie-entry occurs 1024 times.
		10 ws-zb-ip		pic x(39).
		10 ws-zb-host		pic x(30).
		10 ws-zb-mac		pic x(17).
		10 ws-zb-dept		pic x(20).
		10 ws-zb-alloc-date	pic x(10).
		10 ws-zb-seen-date	pic 9(8).
		10 ws-zb-days		pic 9(5).
		10 ws-zb-days-known	pic x.
01	ws-zombie-count		pic 9(4)	value 0.
01	ws-zombie-idx		pic 9(4).
01	ws-assigned-count	pic 9(4)	value 0.
01	ws-young-count		pic 9(4)	value 0.

01	ws-depts.
	05 ws-dept-entry occurs 100 times.
		10 ws-dpt-name		pic x(20).
		10 ws-dpt-count		pic 9(4).
01	ws-dept-count		pic 9(3)	value 0.
01	ws-dept-idx		pic 9(3).
01	ws-dept-found		pic 9(3).
01	ws-dept-ins		pic 9(3).
01	ws-cur-dept		pic x(20).

01	ws-chk-ip		pic x(39).
01	ws-alloc-dd		pic x(2).
01	ws-alloc-mm		pic x(2).
01	ws-alloc-yyyy		pic x(4).
01	ws-seen-disp		pic x(10).
01	ws-seen-work.
	05 ws-sw-yyyy		pic 9(4).
	05 ws-sw-mm		pic 9(2).
	05 ws-sw-dd		pic 9(2).
01	ws-days-disp		pic zzzz9.
01	ws-max-disp		pic zzz9.
01	ws-count-disp		pic zzzz9.
01	ws-count-disp-2		pic zzzz9.

01	ws-current-date.
	05 ws-cur-yyyy		pic 9(4).
	05 ws-cur-mm		pic 9(2).
	05 ws-cur-dd		pic 9(2).
01	ws-date-disp		pic x(10).

01	ws-log-prog	pic x(12)	value "IPZOMBIE".
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
01	ws-ktl-prog	pic x(12)	value "IPZOMBIE".
01	ws-ktl-file	pic x(200).
01	ws-ktl-days	pic 9(3)	value 0.
01	ws-ktl-result	pic x(8)	value spaces.
01	ws-ktl-stamp	pic x(14)	value spaces.
01	ws-ktl-amount	pic s9(13)v99	value 0.


procedure division.

process-args.
	accept ws-args from command-line
	move ws-args to ws-log-args
	call "RUNLOG-START" using ws-log-prog ws-log-args
		on exception continue
	end-call
	unstring ws-args delimited by all space into
		ws-arg-tok( 1 ) ws-arg-tok( 2 ) ws-arg-tok( 3 )
		ws-arg-tok( 4 ) ws-arg-tok( 5 )
	perform varying ws-tok-idx from 1 by 1 until ws-tok-idx > 5
		move ws-arg-tok( ws-tok-idx ) to ws-tok-cur
		perform classify-arg-token
	end-perform

	accept ws-current-date from date yyyymmdd
	move ws-current-date to ws-today
	compute ws-today-int = function integer-of-date( ws-today )
	string ws-cur-dd delimited by size
		"." ws-cur-mm delimited by size
		"." ws-cur-yyyy delimited by size
		into ws-date-disp

	perform set-umgebung
	move ws-seen-file to ws-ktl-file
	move 7 to ws-ktl-days
	perform check-control
	perform load-last-seen
	perform check-allocations
	perform write-report
	perform write-release-list

	move ws-max-days to ws-max-disp
	display "ipzombie: " ws-zombie-count " of " ws-assigned-count
		" assigned address(es) not seen for " function trim( ws-max-disp ) " days"
	display "ipzombie: report " function trim( ws-report-file )
		", proposed release list " function trim( ws-release-file )
	if ws-seen-count = 0
		display "ipzombie: WARNING - no last-seen data in " function trim( ws-seen-file )
	end-if
	if ws-zombie-count > 0
		move 4 to return-code
		move "FAILED" to ws-log-outcome
	end-if
	move ws-assigned-count to ws-log-read
	move ws-zombie-count to ws-log-written
	move return-code to ws-log-rc
	if ws-log-outcome = "FAILED"
		move "WARNING" to ws-alert-sev
		move "IPZOMBIE" to ws-alert-code
		move spaces to ws-alert-text
		string ws-zombie-count " of " ws-assigned-count
			" assigned address(es) not seen for "
			function trim( ws-max-disp ) " days"
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
		when ws-tok-cur( 1 : 5 ) = "DAYS="
			if function trim( ws-tok-cur( 6 : ) ) is not numeric
				or function numval( ws-tok-cur( 6 : ) ) = 0
				or function numval( ws-tok-cur( 6 : ) ) > 9999
				display "ipzombie: ERROR - DAYS= needs a number of days (1-9999)"
				move 8 to return-code
				stop run
			end-if
			move function numval( ws-tok-cur( 6 : ) ) to ws-max-days
		when ws-tok-cur( 1 : 6 ) = "ALLOC="
			move ws-tok-cur( 7 : ) to ws-alloc-file
		when ws-tok-cur( 1 : 9 ) = "LASTSEEN="
			move ws-tok-cur( 10 : ) to ws-seen-file
		when ws-tok-cur( 1 : 7 ) = "REPORT="
			move ws-tok-cur( 8 : ) to ws-report-file
		when ws-tok-cur( 1 : 4 ) = "CSV="
			move ws-tok-cur( 5 : ) to ws-release-file
		when other
			display "ipzombie: ERROR - unknown argument " function trim( ws-tok-cur )
			display "ipzombie: usage - [DAYS=n] [ALLOC=file] [LASTSEEN=file]"
				" [REPORT=file] [CSV=file]"
			move 8 to return-code
			stop run
	end-evaluate
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
			display "ipzombie: WARNING - no control record for "
				function trim( ws-ktl-file ) " - file not verified"
		when "KURZ"
			display "ipzombie: ERROR - " function trim( ws-ktl-file )
				" is incomplete (fewer records than its control record)"
			move 12 to return-code
			stop run
		when "ALT"
			display "ipzombie: ERROR - control record for "
				function trim( ws-ktl-file ) " is older than "
				ws-ktl-days " days"
			move 12 to return-code
			stop run
		when other
			display "ipzombie: ERROR - " function trim( ws-ktl-file )
				" does not match its control record (other run or altered)"
			move 12 to return-code
			stop run
	end-evaluate
exit.

load-last-seen.
	open input seen-file
	call "RUNLOG-DATEI" using ws-log-prog ws-seen-file ws-dat-lesen
		on exception continue
	end-call
	if ws-seen-status = "00"
		perform until ws-seen-end = 'Y'
			read seen-file
			at end
				move 'Y' to ws-seen-end
			not at end
				if seen-ip not = spaces and ws-seen-count < 4096
					add 1 to ws-seen-count
					move seen-record to ws-seen-entry( ws-seen-count )
				end-if
		end-perform
	end-if
	close seen-file
exit.

check-allocations.
	open input alloc-file
	call "RUNLOG-DATEI" using ws-log-prog ws-alloc-file ws-dat-lesen
		on exception continue
	end-call
	if ws-alloc-status not = "00"
		display "ipzombie: ERROR - cannot open " function trim( ws-alloc-file )
		move 8 to return-code
		stop run
	end-if
	perform until ws-alloc-end = 'Y'
		read alloc-file
		at end
			move 'Y' to ws-alloc-end
		not at end
			if alloc-ip not = spaces and alloc-hostname not = "*RESERVED*"
				add 1 to ws-assigned-count
				perform check-one-allocation
			end-if
	end-perform
	close alloc-file
exit.

check-one-allocation.
	move alloc-ip to ws-chk-ip
	move alloc-ip-cont to ws-chk-ip( 21 : 19 )
	move 0 to ws-seen-found
	perform varying ws-seen-idx from 1 by 1
		until ws-seen-idx > ws-seen-count or ws-seen-found > 0
		if ws-sn-ip( ws-seen-idx ) = ws-chk-ip
			move ws-seen-idx to ws-seen-found
		end-if
	end-perform
	if ws-seen-found > 0
		move ws-sn-date( ws-seen-found ) to ws-cmp-date
	else
		perform get-alloc-date
	end-if
	if ws-cmp-date = 0
		move 0 to ws-days
	else
		compute ws-days = ws-today-int - function integer-of-date( ws-cmp-date )
		if ws-days <= ws-max-days
			if ws-seen-found = 0
				add 1 to ws-young-count
			end-if
			exit paragraph
		end-if
	end-if
	if ws-zombie-count >= 1024
		display "ipzombie: WARNING - result table full, not listed: "
			function trim( ws-chk-ip )
		exit paragraph
	end-if
	add 1 to ws-zombie-count
	move ws-chk-ip to ws-zb-ip( ws-zombie-count )
	move alloc-hostname to ws-zb-host( ws-zombie-count )
	move alloc-mac to ws-zb-mac( ws-zombie-count )
	move alloc-dept to ws-zb-dept( ws-zombie-count )
	if alloc-dept = spaces
		move "*OHNE*" to ws-zb-dept( ws-zombie-count )
	end-if
	move alloc-date to ws-zb-alloc-date( ws-zombie-count )
	move ws-days to ws-zb-days( ws-zombie-count )
	if ws-cmp-date = 0
		move 'N' to ws-zb-days-known( ws-zombie-count )
	else
		move 'Y' to ws-zb-days-known( ws-zombie-count )
	end-if
	if ws-seen-found > 0
		move ws-sn-date( ws-seen-found ) to ws-zb-seen-date( ws-zombie-count )
	else
		move 0 to ws-zb-seen-date( ws-zombie-count )
	end-if
	move ws-zb-dept( ws-zombie-count ) to ws-cur-dept
	perform add-dept
exit.

get-alloc-date.
	move 0 to ws-cmp-date
	move spaces to ws-alloc-dd
	move spaces to ws-alloc-mm
	move spaces to ws-alloc-yyyy
	unstring alloc-date delimited by "." into ws-alloc-dd ws-alloc-mm ws-alloc-yyyy
	if ws-alloc-dd is numeric and ws-alloc-mm is numeric
		and ws-alloc-yyyy is numeric
		and ws-alloc-mm >= "01" and ws-alloc-mm <= "12"
		and ws-alloc-dd >= "01" and ws-alloc-dd <= "31"
		string ws-alloc-yyyy ws-alloc-mm ws-alloc-dd
			delimited by size into ws-seen-work
		move ws-seen-work to ws-cmp-date
		if ws-cmp-date > ws-today
			move 0 to ws-cmp-date
		end-if
	end-if
exit.

add-dept.
	move 0 to ws-dept-found
	move 0 to ws-dept-ins
	perform varying ws-dept-idx from 1 by 1
		until ws-dept-idx > ws-dept-count or ws-dept-found > 0 or ws-dept-ins > 0
		if ws-dpt-name( ws-dept-idx ) = ws-cur-dept
			move ws-dept-idx to ws-dept-found
		else
			if ws-dpt-name( ws-dept-idx ) > ws-cur-dept
				move ws-dept-idx to ws-dept-ins
			end-if
		end-if
	end-perform
	if ws-dept-found = 0
		if ws-dept-count >= 100
			exit paragraph
		end-if
		if ws-dept-ins = 0
			compute ws-dept-ins = ws-dept-count + 1
		end-if
		perform varying ws-dept-idx from ws-dept-count by -1
			until ws-dept-idx < ws-dept-ins
			move ws-dept-entry( ws-dept-idx ) to ws-dept-entry( ws-dept-idx + 1 )
		end-perform
		add 1 to ws-dept-count
		move ws-cur-dept to ws-dpt-name( ws-dept-ins )
		move 0 to ws-dpt-count( ws-dept-ins )
		move ws-dept-ins to ws-dept-found
	end-if
	add 1 to ws-dpt-count( ws-dept-found )
exit.

write-report.
	open output report-file
	call "RUNLOG-DATEI" using ws-log-prog ws-report-file ws-dat-schreib
		on exception continue
	end-call
	move ws-max-days to ws-max-disp
	move spaces to report-record
	string "UNSEEN ALLOCATIONS (not seen for more than " delimited by size
		function trim( ws-max-disp ) delimited by size
		" days)  Date: " ws-date-disp delimited by size
		into report-record
	write report-record
	move spaces to report-record
	string "Allocations: " function trim( ws-alloc-file ) delimited by size
		"  Last-seen: " function trim( ws-seen-file ) delimited by size
		into report-record
	write report-record
	perform varying ws-dept-idx from 1 by 1 until ws-dept-idx > ws-dept-count
		perform write-dept-group
	end-perform
	move spaces to report-record
	write report-record
	move ws-zombie-count to ws-count-disp
	move ws-assigned-count to ws-count-disp-2
	move spaces to report-record
	string "TOTAL UNSEEN: " function trim( ws-count-disp ) delimited by size
		" of " function trim( ws-count-disp-2 ) delimited by size
		" assigned address(es)" delimited by size
		into report-record
	write report-record
	move ws-young-count to ws-count-disp
	move spaces to report-record
	string "Never seen but allocated within the period: "
		function trim( ws-count-disp ) delimited by size
		into report-record
	write report-record
	move spaces to report-record
	string "Proposed release list: " function trim( ws-release-file ) delimited by size
		" (ipalloc BULK, after confirmation by the department)" delimited by size
		into report-record
	write report-record
	close report-file
exit.

write-dept-group.
	move spaces to report-record
	write report-record
	move ws-dpt-count( ws-dept-idx ) to ws-count-disp
	move spaces to report-record
	string "DEPARTMENT: " function trim( ws-dpt-name( ws-dept-idx ) ) delimited by size
		"  (" function trim( ws-count-disp ) delimited by size
		" address(es))" delimited by size
		into report-record
	write report-record
	move spaces to report-record
	string "IP ADDRESS                               HOSTNAME                        "
		"ALLOCATED   LAST SEEN    DAYS"
		delimited by size into report-record
	write report-record
	perform varying ws-zombie-idx from 1 by 1 until ws-zombie-idx > ws-zombie-count
		if ws-zb-dept( ws-zombie-idx ) = ws-dpt-name( ws-dept-idx )
			perform write-zombie-line
		end-if
	end-perform
exit.

write-zombie-line.
	if ws-zb-seen-date( ws-zombie-idx ) = 0
		move "never" to ws-seen-disp
	else
		move ws-zb-seen-date( ws-zombie-idx ) to ws-seen-work
		move spaces to ws-seen-disp
		string ws-sw-dd "." ws-sw-mm "." ws-sw-yyyy
			delimited by size into ws-seen-disp
	end-if
	move ws-zb-days( ws-zombie-idx ) to ws-days-disp
	if ws-zb-days-known( ws-zombie-idx ) = 'N'
		move "    ?" to ws-days-disp
	end-if
	move spaces to report-record
	string ws-zb-ip( ws-zombie-idx ) "  " ws-zb-host( ws-zombie-idx ) "  "
		ws-zb-alloc-date( ws-zombie-idx ) "  " ws-seen-disp "  " ws-days-disp
		delimited by size into report-record
	write report-record
exit.

write-release-list.
	open output release-file
	call "RUNLOG-DATEI" using ws-log-prog ws-release-file ws-dat-schreib
		on exception continue
	end-call
	move ws-max-days to ws-max-disp
	move spaces to release-record
	string "# proposed release of allocations not seen for more than " delimited by size
		function trim( ws-max-disp ) delimited by size
		" days, " ws-date-disp delimited by size
		into release-record
	write release-record
	move "# remove the lines of addresses the department wants to keep" to release-record
	write release-record
	move "ACTION;IP;HOSTNAME;MAC;DEPT" to release-record
	write release-record
	perform varying ws-dept-idx from 1 by 1 until ws-dept-idx > ws-dept-count
		move spaces to release-record
		string "# department " function trim( ws-dpt-name( ws-dept-idx ) )
			delimited by size into release-record
		write release-record
		perform varying ws-zombie-idx from 1 by 1 until ws-zombie-idx > ws-zombie-count
			if ws-zb-dept( ws-zombie-idx ) = ws-dpt-name( ws-dept-idx )
				move spaces to release-record
				string "RELEASE;" function trim( ws-zb-ip( ws-zombie-idx ) )
					";" function trim( ws-zb-host( ws-zombie-idx ) )
					";" function trim( ws-zb-mac( ws-zombie-idx ) )
					";" function trim( ws-zb-dept( ws-zombie-idx ) )
					delimited by size into release-record
				write release-record
			end-if
		end-perform
	end-perform
	close release-file
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-alloc-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-seen-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-report-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-release-file
		on exception continue
	end-call
exit.
