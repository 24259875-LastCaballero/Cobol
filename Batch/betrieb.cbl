	05 rl-read		pic 9(9).
	05 rl-written		pic 9(9).
	05 rl-outcome		pic x(8).
	05 rl-operator		pic x(12).

fd	status-file.
01	status-record.
	05 ps-end-t		pic 9(6).
	05 ps-outcome		pic x(8).
	05 ps-logfile		pic x(40).
	05 ps-sla		pic x(8).

fd	katalog-file.
01	katalog-record.
		10 ws-st-end-t		pic 9(6).
		10 ws-st-outcome	pic x(8).
		10 ws-st-logfile	pic x(40).
		10 ws-st-sla		pic x(8).
01	ws-step-count		pic 9(2)	value 0.
01	ws-step-idx		pic 9(2).

01	ws-arch-idx		pic 9(3).

01	ws-exception-count	pic 9(3)	value 0.
01	ws-breach-count		pic 9(3)	value 0.
01	ws-near-count		pic 9(3)	value 0.
01	ws-duration		pic s9(9).
01	ws-start-secs		pic 9(5).
01	ws-end-secs		pic 9(5).
		move ws-tok-katalog to ws-katalog-file
	end-if

	perform set-umgebung
	perform load-plan-states
	perform load-run-records
	perform load-archive-records
	display "BETRIEBSPROTOKOLL  " ws-date-wanted
	display "=================================================="
	perform show-exceptions
	perform show-sla
	perform show-plan-steps
	perform show-program-runs
	perform show-archive
					move ps-end-t to ws-st-end-t( ws-step-count )
					move ps-outcome to ws-st-outcome( ws-step-count )
					move ps-logfile to ws-st-logfile( ws-step-count )
					move ps-sla to ws-st-sla( ws-step-count )
				end-if
		end-perform
	end-if
	end-if
exit.

show-sla.
	display " "
	display "--- SLA ---"
	perform varying ws-step-idx from 1 by 1 until ws-step-idx > ws-step-count
		if ws-st-start-d( ws-step-idx ) = ws-date-wanted
			or ws-st-end-d( ws-step-idx ) = ws-date-wanted
			or ws-st-start-d( ws-step-idx ) = 0
			evaluate ws-st-sla( ws-step-idx )
				when "BREACH"
					add 1 to ws-breach-count
					add 1 to ws-exception-count
					display "SLA VERLETZT  " ws-st-step( ws-step-idx )
						"  Start " ws-st-start-t( ws-step-idx )
						"  Ende " ws-st-end-t( ws-step-idx )
						"  " ws-st-outcome( ws-step-idx )
				when "NEAR"
					add 1 to ws-near-count
					display "SLA KNAPP     " ws-st-step( ws-step-idx )
						"  Start " ws-st-start-t( ws-step-idx )
						"  Ende " ws-st-end-t( ws-step-idx )
						"  " ws-st-outcome( ws-step-idx )
				when "AT-RISK"
					add 1 to ws-near-count
					display "SLA GEFAEHRDET " ws-st-step( ws-step-idx )
						"  Start " ws-st-start-t( ws-step-idx )
						"  " ws-st-outcome( ws-step-idx )
				when other
					continue
			end-evaluate
		end-if
	end-perform
	display ws-date-wanted ": " ws-breach-count " SLA-Verletzung(en), "
		ws-near-count " knapp"
exit.

show-plan-steps.
	display " "
	display "--- PLANSCHRITTE ---"
			function trim( ws-ar-gen( ws-arch-idx ) )
	end-perform
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-runlog-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-status-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-katalog-file
		on exception continue
	end-call
exit.
