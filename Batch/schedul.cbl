	organization is line sequential
	file status is ws-holiday-status.

	select optional runlog-file assign to ws-runlog-file
	organization is line sequential
	file status is ws-runlog-status.

	select optional wait-file assign to ws-wait-file
	organization is line sequential
	file status is ws-wait-status.

data division.
file section.
fd	plan-file.
	05 jp-schedule		pic x(8).
	05 jp-retries		pic 9.
	05 jp-onfail		pic x(80).
	05 jp-latest-start	pic x(4).
	05 jp-must-finish	pic x(4).
	05 jp-program		pic x(12).
	05 jp-wait-files	pic x(80).
	05 jp-wait-min		pic x(6).
	05 jp-wait-stable	pic x.
	05 jp-wait-timeout	pic x(5).

fd	holiday-file.
01	holiday-record		pic x(8).
	05 ps-end-t		pic 9(6).
	05 ps-outcome		pic x(8).
	05 ps-logfile		pic x(40).
	05 ps-sla		pic x(8).

fd	runlog-file.
01	runlog-record.
	05 rl-type		pic x.
	05 rl-date		pic 9(8).
	05 rl-time		pic 9(6).
	05 rl-program		pic x(12).
	05 rl-args		pic x(80).
	05 rl-read		pic 9(9).
	05 rl-written		pic 9(9).
	05 rl-outcome		pic x(8).
	05 rl-operator		pic x(12).

fd	wait-file.
01	wait-record		pic x(80).

working-storage section.
01	ws-args			pic x(200).
		10 ws-pl-retries	pic 9.
		10 ws-pl-command	pic x(180).
		10 ws-pl-onfail		pic x(80).
		10 ws-pl-latest		pic x(4).
		10 ws-pl-finish		pic x(4).
		10 ws-pl-program	pic x(12).
		10 ws-pl-dur-sum	pic 9(12).
		10 ws-pl-dur-runs	pic 9(6).
		10 ws-pl-wait-files	pic x(80).
		10 ws-pl-wait-min	pic 9(6).
		10 ws-pl-wait-stable	pic x.
		10 ws-pl-wait-timeout	pic 9(5).
01	ws-plan-count		pic 9(2)	value 0.
01	ws-plan-idx		pic 9(2).

		10 ws-st-end-t		pic 9(6).
		10 ws-st-outcome	pic x(8).
		10 ws-st-logfile	pic x(40).
		10 ws-st-sla		pic x(8).
01	ws-state-count		pic 9(2)	value 0.
01	ws-state-idx		pic 9(2).
01	ws-state-found		pic 9(2)	value 0.
01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".
01	ws-env-name	pic x(8)	value "STANDARD".
01	ws-env-art	pic x		value 'P'.

01	ws-sys-command		pic x(250).
01	ws-step-rc		pic s9(9)	value 0.
01	ws-max-attempts		pic 9(2).
01	ws-retry-secs		pic 9(9)	usage comp value 2.

01	ws-runlog-file		pic x(200)	value "RUNLOG.DAT".
01	ws-runlog-status	pic xx		value spaces.
01	ws-runlog-end		pic x		value 'N'.
01	ws-sla-count		pic 9(2)	value 0.
01	ws-breach-count		pic 9(2)	value 0.
01	ws-near-count		pic 9(2)	value 0.
01	ws-sla-margin		pic 9(5)	value 900.
01	ws-plan-start-d		pic 9(8).
01	ws-plan-start-t		pic 9(6).
01	ws-plan-stamp		pic 9(18).
01	ws-stamp		pic 9(18).
01	ws-now-stamp		pic 9(18).
01	ws-limit-stamp		pic 9(18).
01	ws-expect-stamp		pic 9(18).
01	ws-avg-secs		pic 9(9).
01	ws-stamp-date		pic 9(8).
01	ws-stamp-time		pic 9(6).
01	ws-limit-hhmm		pic x(4).
01	ws-tm-hh		pic 9(2).
01	ws-tm-mi		pic 9(2).
01	ws-tm-ss		pic 9(2).
01	ws-tm-rest		pic 9(4).
01	ws-word			pic x(180).
01	ws-word-len		pic 9(3).
01	ws-word-idx		pic 9(3).
01	ws-slash-pos		pic 9(3).
01	ws-pend.
	05 ws-pend-entry occurs 50 times.
		10 ws-pd-program	pic x(12).
		10 ws-pd-start		pic 9(18).
01	ws-pend-count		pic 9(2)	value 0.
01	ws-pend-idx		pic 9(2).
01	ws-pend-found		pic 9(2).
01	ws-duration		pic s9(9).

01	ws-alert-sev		pic x(8).
01	ws-alert-prog		pic x(12)	value "SCHEDUL".
01	ws-alert-code		pic x(8).
01	ws-alert-text		pic x(120).

01	ws-wait-file		pic x(200)	value spaces.
01	ws-wait-status		pic xx		value spaces.
01	ws-wait-end		pic x		value 'N'.
01	ws-wait-ok		pic x		value 'Y'.
01	ws-wait-all		pic x		value 'Y'.
01	ws-wait-done		pic x		value 'N'.
01	ws-wait-reason		pic x(120)	value spaces.
01	ws-wait-poll		pic 9(9)	usage comp value 10.
01	ws-wait-sleep		pic 9(9)	usage comp.
01	ws-wait-start-stamp	pic 9(18).
01	ws-wait-elapsed		pic 9(9).
01	ws-wait-count		pic 9(9).
01	ws-wait-prog		pic x(12).
01	ws-wait-args		pic x(80).
01	ws-wait-recs		pic 9(9)	value 0.
01	ws-wait-zero		pic 9(9)	value 0.
01	ws-wait-outcome		pic x(8).
01	ws-file-info.
	05 ws-fi-size		pic x(8)	usage comp-x.
	05 ws-fi-stamp		pic x(8).
01	ws-wait-files.
	05 ws-wf-entry occurs 5 times.
		10 ws-wf-name		pic x(80).
		10 ws-wf-prev		pic s9(18).
01	ws-wf-count		pic 9		value 0.
01	ws-wf-idx		pic 9.


procedure division.

		move ws-tok-stat to ws-status-file
	end-if

	perform set-umgebung
	accept ws-plan-start-d from date yyyymmdd
	accept ws-now-time from time
	move ws-now-time( 1 : 6 ) to ws-plan-start-t
	move ws-plan-start-d to ws-stamp-date
	move ws-plan-start-t to ws-stamp-time
	perform compute-stamp
	move ws-stamp to ws-plan-stamp
	perform load-plan
	if ws-sla-count > 0
		perform load-durations
	end-if
	perform load-holidays
	perform set-calendar-facts
	if ws-plan-count = 0
		" already done, " ws-skip-count " skipped, "
		ws-notdue-count " not due, "
		ws-fail-count " failed"
	if ws-sla-count > 0
		display "schedul: SLA - " ws-breach-count " breach(es), "
			ws-near-count " near miss(es)"
	end-if
	if ws-breach-count > 0
		move 4 to return-code
	end-if
	if ws-fail-count > 0
		move 8 to return-code
		move "FAILED" to ws-log-outcome

load-plan.
	open input plan-file
	call "RUNLOG-DATEI" using ws-log-prog ws-plan-file ws-dat-lesen
		on exception continue
	end-call
	if ws-plan-status not = "00"
		display "schedul: ERROR - cannot open plan " function trim( ws-plan-file )
		move 8 to return-code
				end-if
				move jp-command to ws-pl-command( ws-plan-count )
				move jp-onfail to ws-pl-onfail( ws-plan-count )
				perform load-sla-fields
				perform load-wait-fields
			end-if
	end-perform
	close plan-file

load-holidays.
	open input holiday-file
	call "RUNLOG-DATEI" using ws-log-prog ws-holiday-file ws-dat-lesen
		on exception continue
	end-call
	if ws-holiday-status = "00"
		perform until ws-holiday-end = 'Y'
			read holiday-file

load-states.
	open input status-file
	call "RUNLOG-DATEI" using ws-log-prog ws-status-file ws-dat-lesen
		on exception continue
	end-call
	if ws-status-status = "00"
		perform until ws-status-end = 'Y'
			read status-file
					move ps-end-t to ws-st-end-t( ws-state-count )
					move ps-outcome to ws-st-outcome( ws-state-count )
					move ps-logfile to ws-st-logfile( ws-state-count )
					move ps-sla to ws-st-sla( ws-state-count )
				end-if
		end-perform
	end-if

save-states.
	open output status-file
	call "RUNLOG-DATEI" using ws-log-prog ws-status-file ws-dat-schreib
		on exception continue
	end-call
	perform varying ws-state-idx from 1 by 1 until ws-state-idx > ws-state-count
		move ws-st-step( ws-state-idx ) to ps-step-id
		move ws-st-start-d( ws-state-idx ) to ps-start-d
		move ws-st-end-t( ws-state-idx ) to ps-end-t
		move ws-st-outcome( ws-state-idx ) to ps-outcome
		move ws-st-logfile( ws-state-idx ) to ps-logfile
		move ws-st-sla( ws-state-idx ) to ps-sla
		write status-record
	end-perform
	close status-file
		move ws-pl-step( ws-plan-idx ) to ws-st-step( ws-state-found )
	end-if
	move ws-state-found to ws-cur-state
	move spaces to ws-st-sla( ws-cur-state )

	perform check-schedule
	if ws-step-due = 'N'
		end-if
	end-if

	if ws-pl-wait-files( ws-plan-idx ) not = spaces
		perform wait-for-files
		if ws-wait-ok = 'N'
			accept ws-now-date from date yyyymmdd
			accept ws-now-time from time
			move ws-now-date to ws-st-end-d( ws-cur-state )
			move ws-now-time( 1 : 6 ) to ws-st-end-t( ws-cur-state )
			move "FAILED" to ws-st-outcome( ws-cur-state )
			add 1 to ws-fail-count
			display "schedul: " ws-pl-step( ws-plan-idx ) " FAILED - "
				function trim( ws-wait-reason )
			move spaces to ws-alert-text
			string function trim( ws-pl-step( ws-plan-idx ) ) " FAILED - "
				function trim( ws-wait-reason )
				delimited by size into ws-alert-text
			perform raise-step-alert
			perform run-onfail-handler
			perform check-sla-end
			perform save-states
			exit paragraph
		end-if
	end-if

	accept ws-now-date from date yyyymmdd
	accept ws-now-time from time
	move ws-now-date to ws-st-start-d( ws-cur-state )
	move 0 to ws-st-end-d( ws-cur-state )
	move 0 to ws-st-end-t( ws-cur-state )
	move "RUNNING" to ws-st-outcome( ws-cur-state )
	perform check-sla-start
	move spaces to ws-log-name
	string function trim( ws-pl-step( ws-plan-idx ) )
		"." ws-now-date ws-now-time( 1 : 6 ) ".LOG"
		display "schedul: " ws-pl-step( ws-plan-idx )
			" FAILED with return code " ws-step-rc
			" after " ws-attempt " attempt(s)"
		move spaces to ws-alert-text
		string function trim( ws-pl-step( ws-plan-idx ) )
			" FAILED with return code " ws-step-rc
			" after " ws-attempt " attempt(s)"
			delimited by size into ws-alert-text
		perform raise-step-alert
		perform run-onfail-handler
	end-if
	perform check-sla-end
	perform save-states
exit.

raise-step-alert.
	move "ERROR" to ws-alert-sev
	move "STEPFAIL" to ws-alert-code
	call "ALERT-RAISE" using ws-alert-sev ws-alert-prog ws-alert-code
		ws-alert-text
		on exception continue
	end-call
exit.

raise-sla-alert.
	move "WARNING" to ws-alert-sev
	move "SLABRCH" to ws-alert-code
	move spaces to ws-alert-text
	if ws-pl-finish( ws-plan-idx ) not = spaces
		string function trim( ws-pl-step( ws-plan-idx ) )
			" SLA breach - not finished OK by " ws-pl-finish( ws-plan-idx )
			delimited by size into ws-alert-text
	else
		string function trim( ws-pl-step( ws-plan-idx ) )
			" SLA breach - not started by " ws-pl-latest( ws-plan-idx )
			delimited by size into ws-alert-text
	end-if
	call "ALERT-RAISE" using ws-alert-sev ws-alert-prog ws-alert-code
		ws-alert-text
		on exception continue
	end-call
exit.

run-onfail-handler.
	if ws-pl-onfail( ws-plan-idx ) not = spaces
		display "schedul: running on-fail handler for "
			ws-pl-step( ws-plan-idx ) ": "
			function trim( ws-pl-onfail( ws-plan-idx ) )
		move spaces to ws-sys-command
		string function trim( ws-pl-onfail( ws-plan-idx ) ) x"00"
			delimited by size into ws-sys-command
		move 0 to return-code
		call "SYSTEM" using ws-sys-command
		move 0 to return-code
	end-if
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-plan-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-status-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-holiday-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-runlog-file
		on exception continue
	end-call
	call "UMGEBUNG-NAME" using ws-env-name ws-env-art
		on exception continue
	end-call
	if ws-env-art = 'P'
		display "schedul: Umgebung " function trim( ws-env-name ) " (Produktion)"
	else
		display "schedul: Umgebung " function trim( ws-env-name ) " (Test)"
	end-if
exit.

run-report.
	display " "
	display "schedul: RUN REPORT - Umgebung " function trim( ws-env-name )
	display "STEP      START              END                OUTCOME   SLA       LOG"
	perform varying ws-plan-idx from 1 by 1 until ws-plan-idx > ws-plan-count
		move ws-pl-step( ws-plan-idx ) to ws-lookup-step
		perform find-state
				ws-st-end-d( ws-state-found ) " "
				ws-st-end-t( ws-state-found ) "  "
				ws-st-outcome( ws-state-found ) "  "
				ws-st-sla( ws-state-found ) "  "
				function trim( ws-st-logfile( ws-state-found ) )
		else
			display ws-pl-step( ws-plan-idx )
			" skipped - dependency "
			function trim( ws-pl-depends( ws-plan-idx ) )
			" did not end OK"
		if ws-pl-finish( ws-plan-idx ) not = spaces
			move "BREACH" to ws-st-sla( ws-cur-state )
			add 1 to ws-breach-count
			display "schedul: SLA BREACH - " ws-pl-step( ws-plan-idx )
				" will not finish by " ws-pl-finish( ws-plan-idx )
			perform raise-sla-alert
		end-if
		perform save-states
	end-if
exit.

load-sla-fields.
	move spaces to ws-pl-latest( ws-plan-count )
	move spaces to ws-pl-finish( ws-plan-count )
	move 0 to ws-pl-dur-sum( ws-plan-count )
	move 0 to ws-pl-dur-runs( ws-plan-count )
	if jp-latest-start not = spaces
		move jp-latest-start to ws-limit-hhmm
		perform check-hhmm
		move ws-limit-hhmm to ws-pl-latest( ws-plan-count )
	end-if
	if jp-must-finish not = spaces
		move jp-must-finish to ws-limit-hhmm
		perform check-hhmm
		move ws-limit-hhmm to ws-pl-finish( ws-plan-count )
	end-if
	if ws-pl-latest( ws-plan-count ) not = spaces
		or ws-pl-finish( ws-plan-count ) not = spaces
		add 1 to ws-sla-count
	end-if
	if jp-program not = spaces
		move function upper-case( jp-program ) to ws-pl-program( ws-plan-count )
		exit paragraph
	end-if
	move spaces to ws-word
	unstring jp-command delimited by all space into ws-word
	if ws-word = spaces
		unstring jp-command( 2 : ) delimited by all space into ws-word
	end-if
	move 0 to ws-slash-pos
	move function length( function trim( ws-word ) ) to ws-word-len
	perform varying ws-word-idx from 1 by 1 until ws-word-idx > ws-word-len
		if ws-word( ws-word-idx : 1 ) = "/"
			move ws-word-idx to ws-slash-pos
		end-if
	end-perform
	move function upper-case( ws-word( ws-slash-pos + 1 : 12 ) )
		to ws-pl-program( ws-plan-count )
exit.

load-wait-fields.
	move jp-wait-files to ws-pl-wait-files( ws-plan-count )
	move 0 to ws-pl-wait-min( ws-plan-count )
	move 'N' to ws-pl-wait-stable( ws-plan-count )
	move 3600 to ws-pl-wait-timeout( ws-plan-count )
	if jp-wait-files = spaces
		exit paragraph
	end-if
	if jp-wait-min not = spaces
		if function trim( jp-wait-min ) is numeric
			move function numval( jp-wait-min ) to ws-pl-wait-min( ws-plan-count )
		else
			display "schedul: WARNING - invalid minimum record count '"
				jp-wait-min "' for " jp-step-id " - ignored"
		end-if
	end-if
	if jp-wait-stable = "Y" or jp-wait-stable = "J"
		move 'Y' to ws-pl-wait-stable( ws-plan-count )
	end-if
	if jp-wait-timeout not = spaces
		if function trim( jp-wait-timeout ) is numeric
			move function numval( jp-wait-timeout )
				to ws-pl-wait-timeout( ws-plan-count )
		else
			display "schedul: WARNING - invalid timeout '"
				jp-wait-timeout "' for " jp-step-id " - 3600 seconds used"
		end-if
	end-if
exit.

wait-for-files.
	move 'Y' to ws-wait-ok
	move spaces to ws-wait-files
	move 0 to ws-wf-count
	unstring ws-pl-wait-files( ws-plan-idx ) delimited by "," or all space
		into ws-wf-name( 1 ) ws-wf-name( 2 ) ws-wf-name( 3 )
			ws-wf-name( 4 ) ws-wf-name( 5 )
	perform varying ws-wf-idx from 1 by 1 until ws-wf-idx > 5
		if ws-wf-name( ws-wf-idx ) not = spaces
			add 1 to ws-wf-count
			move ws-wf-name( ws-wf-idx ) to ws-wf-name( ws-wf-count )
			move -1 to ws-wf-prev( ws-wf-count )
		end-if
	end-perform

	accept ws-now-date from date yyyymmdd
	accept ws-now-time from time
	move ws-now-date to ws-st-start-d( ws-cur-state )
	move ws-now-time( 1 : 6 ) to ws-st-start-t( ws-cur-state )
	move 0 to ws-st-end-d( ws-cur-state )
	move 0 to ws-st-end-t( ws-cur-state )
	move "WAITING" to ws-st-outcome( ws-cur-state )
	perform save-states

	move spaces to ws-wait-prog
	string "WT-" function trim( ws-pl-step( ws-plan-idx ) )
		delimited by size into ws-wait-prog
	move ws-pl-wait-files( ws-plan-idx ) to ws-wait-args
	call "RUNLOG-START" using ws-wait-prog ws-wait-args
		on exception continue
	end-call
	display "schedul: " ws-pl-step( ws-plan-idx ) " waiting for "
		function trim( ws-pl-wait-files( ws-plan-idx ) )
		" (timeout " ws-pl-wait-timeout( ws-plan-idx ) " second(s))"
	perform now-to-stamp
	move ws-now-stamp to ws-wait-start-stamp
	move 0 to ws-wait-elapsed
	move 'N' to ws-wait-done
	perform until ws-wait-done = 'Y'
		perform check-wait-files
		perform now-to-stamp
		compute ws-wait-elapsed = ws-now-stamp - ws-wait-start-stamp
		if ws-wait-all = 'Y'
			move 'Y' to ws-wait-done
		else
			if ws-wait-elapsed >= ws-pl-wait-timeout( ws-plan-idx )
				move 'Y' to ws-wait-done
				move 'N' to ws-wait-ok
			else
				compute ws-wait-sleep =
					ws-pl-wait-timeout( ws-plan-idx ) - ws-wait-elapsed
				if ws-wait-sleep > ws-wait-poll
					move ws-wait-poll to ws-wait-sleep
				end-if
				call "C$SLEEP" using ws-wait-sleep
					on exception continue
				end-call
			end-if
		end-if
	end-perform

	if ws-wait-ok = 'Y'
		move "OK" to ws-wait-outcome
		display "schedul: " ws-pl-step( ws-plan-idx ) " files present after "
			ws-wait-elapsed " second(s)"
	else
		move "TIMEOUT" to ws-wait-outcome
	end-if
	call "RUNLOG-END" using ws-wait-prog ws-wait-recs ws-wait-zero
		ws-wait-outcome
		on exception continue
	end-call
exit.

check-wait-files.
	move 'Y' to ws-wait-all
	move 0 to ws-wait-recs
	move spaces to ws-wait-reason
	perform varying ws-wf-idx from 1 by 1 until ws-wf-idx > ws-wf-count
		perform check-one-file
	end-perform
exit.

check-one-file.
	move ws-wf-name( ws-wf-idx ) to ws-wait-file
	call "UMGEBUNG-DATEI" using ws-wait-file
		on exception continue
	end-call
	move 0 to return-code
	call "CBL_CHECK_FILE_EXIST" using ws-wait-file ws-file-info
	if return-code not = 0
		move 0 to return-code
		move 'N' to ws-wait-all
		move spaces to ws-wait-reason
		string "file " function trim( ws-wait-file )
			" did not arrive within " ws-pl-wait-timeout( ws-plan-idx )
			" second(s)" delimited by size into ws-wait-reason
		exit paragraph
	end-if
	if ws-pl-wait-stable( ws-plan-idx ) = 'Y'
		if ws-fi-size not = ws-wf-prev( ws-wf-idx )
			move ws-fi-size to ws-wf-prev( ws-wf-idx )
			move 'N' to ws-wait-all
			move spaces to ws-wait-reason
			string "file " function trim( ws-wait-file )
				" was still growing after " ws-pl-wait-timeout( ws-plan-idx )
				" second(s)" delimited by size into ws-wait-reason
			exit paragraph
		end-if
	end-if
	move 0 to ws-wait-count
	move 'N' to ws-wait-end
	open input wait-file
	call "RUNLOG-DATEI" using ws-log-prog ws-wait-file ws-dat-lesen
		on exception continue
	end-call
	if ws-wait-status = "00"
		perform until ws-wait-end = 'Y'
			read wait-file
			at end
				move 'Y' to ws-wait-end
			not at end
				add 1 to ws-wait-count
		end-perform
	end-if
	close wait-file
	add ws-wait-count to ws-wait-recs
	if ws-wait-count < ws-pl-wait-min( ws-plan-idx )
		move 'N' to ws-wait-all
		move spaces to ws-wait-reason
		string "file " function trim( ws-wait-file )
			" has only " ws-wait-count " record(s), minimum "
			ws-pl-wait-min( ws-plan-idx ) delimited by size
			into ws-wait-reason
	end-if
exit.

check-hhmm.
	if ws-limit-hhmm is not numeric
		or ws-limit-hhmm( 1 : 2 ) > "23" or ws-limit-hhmm( 3 : 2 ) > "59"
		display "schedul: WARNING - invalid time '" ws-limit-hhmm
			"' for " jp-step-id " - SLA time ignored"
		move spaces to ws-limit-hhmm
	end-if
exit.

load-durations.
	open input runlog-file
	if ws-runlog-status = "00"
		perform until ws-runlog-end = 'Y'
			read runlog-file
			at end
				move 'Y' to ws-runlog-end
			not at end
				move rl-date to ws-stamp-date
				move rl-time to ws-stamp-time
				perform compute-stamp
				if rl-type = 'S'
					perform take-start-record
				end-if
				if rl-type = 'E'
					perform take-end-record
				end-if
		end-perform
	end-if
	close runlog-file
exit.

compute-stamp.
	divide ws-stamp-time by 10000 giving ws-tm-hh remainder ws-tm-rest
	divide ws-tm-rest by 100 giving ws-tm-mi remainder ws-tm-ss
	compute ws-stamp = function integer-of-date( ws-stamp-date ) * 86400
		+ ws-tm-hh * 3600 + ws-tm-mi * 60 + ws-tm-ss
exit.

take-start-record.
	move 0 to ws-pend-found
	perform varying ws-pend-idx from 1 by 1 until ws-pend-idx > ws-pend-count
		if ws-pd-program( ws-pend-idx ) = rl-program
			move ws-pend-idx to ws-pend-found
		end-if
	end-perform
	if ws-pend-found = 0
		if ws-pend-count >= 50
			exit paragraph
		end-if
		add 1 to ws-pend-count
		move ws-pend-count to ws-pend-found
		move rl-program to ws-pd-program( ws-pend-found )
	end-if
	move ws-stamp to ws-pd-start( ws-pend-found )
exit.

take-end-record.
	move 0 to ws-pend-found
	perform varying ws-pend-idx from 1 by 1 until ws-pend-idx > ws-pend-count
		if ws-pd-program( ws-pend-idx ) = rl-program
			and ws-pd-start( ws-pend-idx ) > 0
			move ws-pend-idx to ws-pend-found
		end-if
	end-perform
	if ws-pend-found = 0
		exit paragraph
	end-if
	compute ws-duration = ws-stamp - ws-pd-start( ws-pend-found )
	if ws-duration < 0
		move 0 to ws-duration
	end-if
	move 0 to ws-pd-start( ws-pend-found )
	perform varying ws-word-idx from 1 by 1 until ws-word-idx > ws-plan-count
		if ws-pl-program( ws-word-idx ) = rl-program
			add ws-duration to ws-pl-dur-sum( ws-word-idx )
			add 1 to ws-pl-dur-runs( ws-word-idx )
		end-if
	end-perform
exit.

limit-to-stamp.
	move ws-plan-start-d to ws-stamp-date
	move ws-limit-hhmm to ws-stamp-time( 1 : 4 )
	move "00" to ws-stamp-time( 5 : 2 )
	perform compute-stamp
	if ws-stamp + 43200 < ws-plan-stamp
		add 86400 to ws-stamp
	end-if
	move ws-stamp to ws-limit-stamp
exit.

now-to-stamp.
	accept ws-stamp-date from date yyyymmdd
	accept ws-now-time from time
	move ws-now-time( 1 : 6 ) to ws-stamp-time
	perform compute-stamp
	move ws-stamp to ws-now-stamp
exit.

check-sla-start.
	if ws-pl-latest( ws-plan-idx ) = spaces
		and ws-pl-finish( ws-plan-idx ) = spaces
		exit paragraph
	end-if
	perform now-to-stamp
	if ws-pl-latest( ws-plan-idx ) not = spaces
		move ws-pl-latest( ws-plan-idx ) to ws-limit-hhmm
		perform limit-to-stamp
		if ws-now-stamp > ws-limit-stamp
			move "BREACH" to ws-st-sla( ws-cur-state )
			display "schedul: SLA BREACH - " ws-pl-step( ws-plan-idx )
				" starts at " ws-now-time( 1 : 6 ) " after its latest start "
				ws-pl-latest( ws-plan-idx )
		else
			if ws-limit-stamp - ws-now-stamp < ws-sla-margin
				move "NEAR" to ws-st-sla( ws-cur-state )
			end-if
		end-if
	end-if
	if ws-pl-finish( ws-plan-idx ) not = spaces
		and ws-st-sla( ws-cur-state ) not = "BREACH"
		move ws-pl-finish( ws-plan-idx ) to ws-limit-hhmm
		perform limit-to-stamp
		if ws-pl-dur-runs( ws-plan-idx ) > 0
			compute ws-avg-secs = ws-pl-dur-sum( ws-plan-idx )
				/ ws-pl-dur-runs( ws-plan-idx )
		else
			move 0 to ws-avg-secs
		end-if
		compute ws-expect-stamp = ws-now-stamp + ws-avg-secs
		if ws-expect-stamp > ws-limit-stamp
			move "AT-RISK" to ws-st-sla( ws-cur-state )
			display "schedul: WARNING - " ws-pl-step( ws-plan-idx )
				" at risk: average run of "
				function trim( ws-pl-program( ws-plan-idx ) )
				" is " ws-avg-secs " second(s), must finish by "
				ws-pl-finish( ws-plan-idx )
		end-if
	end-if
exit.

check-sla-end.
	if ws-pl-finish( ws-plan-idx ) = spaces
		if ws-st-sla( ws-cur-state ) = "BREACH"
			add 1 to ws-breach-count
			perform raise-sla-alert
		end-if
		if ws-st-sla( ws-cur-state ) = "NEAR"
			add 1 to ws-near-count
		end-if
		exit paragraph
	end-if
	perform now-to-stamp
	move ws-pl-finish( ws-plan-idx ) to ws-limit-hhmm
	perform limit-to-stamp
	if ws-now-stamp > ws-limit-stamp
		or ws-st-outcome( ws-cur-state ) not = "OK"
		move "BREACH" to ws-st-sla( ws-cur-state )
		display "schedul: SLA BREACH - " ws-pl-step( ws-plan-idx )
			" not finished OK by " ws-pl-finish( ws-plan-idx )
	else
		if ws-st-sla( ws-cur-state ) not = "BREACH"
			if ws-limit-stamp - ws-now-stamp < ws-sla-margin
				move "NEAR" to ws-st-sla( ws-cur-state )
			else
				if ws-st-sla( ws-cur-state ) = "AT-RISK"
					move spaces to ws-st-sla( ws-cur-state )
				end-if
			end-if
		end-if
	end-if
	if ws-st-sla( ws-cur-state ) = "BREACH"
		add 1 to ws-breach-count
		perform raise-sla-alert
	end-if
	if ws-st-sla( ws-cur-state ) = "NEAR"
		add 1 to ws-near-count
	end-if
exit.

