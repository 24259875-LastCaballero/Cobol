identification division.
program-id.	planpfad.


environment division.
input-output section.
file-control.
	select optional plan-file assign to ws-plan-file
	organization is line sequential
	file status is ws-plan-status.

	select optional runlog-file assign to ws-runlog-file
	organization is line sequential
	file status is ws-runlog-status.

data division.
file section.
fd	plan-file.
01	plan-record.
	05 jp-step-id		pic x(8).
	05 jp-depends		pic x(8).
	05 jp-command		pic x(180).
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

working-storage section.
01	ws-args			pic x(250).
01	ws-tok-start		pic x(10)	value spaces.
01	ws-tok-plan		pic x(200)	value spaces.
01	ws-tok-runlog		pic x(200)	value spaces.
01	ws-plan-file		pic x(200)	value "JOBPLAN.DAT".
01	ws-plan-status		pic xx		value spaces.
01	ws-plan-end		pic x		value 'N'.
01	ws-runlog-file		pic x(200)	value "RUNLOG.DAT".
01	ws-runlog-status	pic xx		value spaces.
01	ws-runlog-end		pic x		value 'N'.

01	ws-plan.
	05 ws-plan-entry occurs 50 times.
		10 ws-pl-step		pic x(8).
		10 ws-pl-depends	pic x(8).
		10 ws-pl-schedule	pic x(8).
		10 ws-pl-program	pic x(12).
		10 ws-pl-finish		pic x(4).
		10 ws-pl-parent		pic 9(2).
		10 ws-pl-depth		pic 9(2).
		10 ws-pl-state		pic x.
		10 ws-pl-has-child	pic x.
		10 ws-pl-dur-sum	pic 9(12).
		10 ws-pl-dur-runs	pic 9(6).
		10 ws-pl-dur-max	pic 9(9).
		10 ws-pl-avg		pic 9(9).
		10 ws-pl-es		pic 9(9).
		10 ws-pl-ef		pic 9(9).
		10 ws-pl-worst-ef	pic 9(9).
		10 ws-pl-lf		pic 9(9).
		10 ws-pl-slack		pic 9(9).
01	ws-plan-count		pic 9(2)	value 0.
01	ws-plan-idx		pic 9(2).
01	ws-plan-found		pic 9(2).
01	ws-dropped-count	pic 9(4)	value 0.

01	ws-pending.
	05 ws-pend-entry occurs 50 times.
		10 ws-pd-program	pic x(12).
		10 ws-pd-start		pic 9(18).
01	ws-pend-count		pic 9(2)	value 0.
01	ws-pend-idx		pic 9(2).
01	ws-pend-found		pic 9(2).

01	ws-chain.
	05 ws-ch-step occurs 50 times	pic 9(2).
01	ws-chain-count		pic 9(2)	value 0.
01	ws-chain-idx		pic 9(2).

01	ws-walk-idx		pic 9(2).
01	ws-hops			pic 9(3).
01	ws-depth		pic 9(2).
01	ws-max-depth		pic 9(2)	value 0.
01	ws-on-cycle		pic x.

01	ws-error-count		pic 9(3)	value 0.
01	ws-warn-count		pic 9(3)	value 0.
01	ws-end-avg		pic 9(9)	value 0.
01	ws-end-worst		pic 9(9)	value 0.
01	ws-crit-idx		pic 9(2)	value 0.
01	ws-ls			pic 9(9).

01	ws-start-hhmm		pic 9(4).
01	ws-start-secs		pic 9(9).
01	ws-finish-hhmm		pic 9(4).
01	ws-finish-secs		pic 9(9).
01	ws-clock-secs		pic 9(9).
01	ws-clock-disp		pic x(11).
01	ws-clock-day		pic 9.
01	ws-now-time		pic 9(8).

01	ws-stamp		pic 9(18).
01	ws-stamp-date		pic 9(8).
01	ws-stamp-time		pic 9(6).
01	ws-duration		pic s9(9).
01	ws-tm-hh		pic 9(2).
01	ws-tm-mi		pic 9(2).
01	ws-tm-ss		pic 9(2).
01	ws-tm-rest		pic 9(6).

01	ws-runs-disp		pic zzzzz9.
01	ws-avg-disp		pic zzz,zz9.
01	ws-max-disp		pic zzz,zz9.
01	ws-slack-disp		pic zzz,zz9.
01	ws-es-disp		pic x(11).
01	ws-ef-disp		pic x(11).
01	ws-crit-mark		pic x(4).
01	ws-path-line		pic x(250).
01	ws-path-ptr		pic 9(3).
01	ws-word			pic x(180).
01	ws-word-len		pic 9(3).
01	ws-word-idx		pic 9(3).
01	ws-slash-pos		pic 9(3).


procedure division.

process-args.
	accept ws-args from command-line
	unstring ws-args delimited by all space into
		ws-tok-start ws-tok-plan ws-tok-runlog
	if ws-tok-start not = spaces
		if function trim( ws-tok-start ) is numeric
			and function length( function trim( ws-tok-start ) ) = 4
			move function numval( ws-tok-start ) to ws-start-hhmm
		else
			display "planpfad: FEHLER - Startzeit HHMM erwartet"
			move 8 to return-code
			stop run
		end-if
		divide ws-start-hhmm by 100 giving ws-tm-hh remainder ws-tm-mi
		if ws-tm-hh > 23 or ws-tm-mi > 59
			display "planpfad: FEHLER - Startzeit HHMM erwartet"
			move 8 to return-code
			stop run
		end-if
	else
		accept ws-now-time from time
		move ws-now-time( 1 : 4 ) to ws-start-hhmm
	end-if
	if ws-tok-plan not = spaces
		move ws-tok-plan to ws-plan-file
	end-if
	if ws-tok-runlog not = spaces
		move ws-tok-runlog to ws-runlog-file
	end-if
	divide ws-start-hhmm by 100 giving ws-tm-hh remainder ws-tm-mi
	compute ws-start-secs = ws-tm-hh * 3600 + ws-tm-mi * 60

	perform set-umgebung
	perform load-plan
	perform load-durations
	perform resolve-parents
	perform find-cycles

	display "=================================================="
	display "KRITISCHER PFAD  " function trim( ws-plan-file )
		"  Start " ws-start-hhmm( 1 : 2 ) ":" ws-start-hhmm( 3 : 2 )
	display "=================================================="
	perform show-findings
	perform forward-pass
	perform backward-pass
	perform show-steps
	perform show-critical-path

	evaluate true
		when ws-error-count > 0
			move 8 to return-code
		when ws-warn-count > 0
			move 4 to return-code
		when other
			move 0 to return-code
	end-evaluate
	stop run.

load-plan.
	open input plan-file
	if ws-plan-status not = "00"
		display "planpfad: FEHLER - Plan " function trim( ws-plan-file )
			" nicht lesbar"
		move 8 to return-code
		stop run
	end-if
	perform until ws-plan-end = 'Y'
		read plan-file
		at end
			move 'Y' to ws-plan-end
		not at end
			if function trim( plan-record ) not = spaces
				and jp-step-id( 1 : 1 ) not = "*"
				if ws-plan-count < 50
					perform take-plan-step
				else
					add 1 to ws-dropped-count
				end-if
			end-if
	end-perform
	close plan-file
	if ws-plan-count = 0
		display "planpfad: keine Schritte in " function trim( ws-plan-file )
		stop run
	end-if
exit.

take-plan-step.
	add 1 to ws-plan-count
	move jp-step-id to ws-pl-step( ws-plan-count )
	move jp-depends to ws-pl-depends( ws-plan-count )
	move jp-schedule to ws-pl-schedule( ws-plan-count )
	perform set-step-program
	move jp-must-finish to ws-pl-finish( ws-plan-count )
	if jp-must-finish not numeric
		move spaces to ws-pl-finish( ws-plan-count )
	end-if
	move 0 to ws-pl-parent( ws-plan-count )
	move 0 to ws-pl-depth( ws-plan-count )
	move 'V' to ws-pl-state( ws-plan-count )
	move 'N' to ws-pl-has-child( ws-plan-count )
	move 0 to ws-pl-dur-sum( ws-plan-count )
	move 0 to ws-pl-dur-runs( ws-plan-count )
	move 0 to ws-pl-dur-max( ws-plan-count )
	move 0 to ws-pl-es( ws-plan-count )
	move 0 to ws-pl-ef( ws-plan-count )
	move 0 to ws-pl-worst-ef( ws-plan-count )
	move 0 to ws-pl-slack( ws-plan-count )
exit.

set-step-program.
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
	perform varying ws-plan-idx from 1 by 1 until ws-plan-idx > ws-plan-count
		if ws-pl-dur-runs( ws-plan-idx ) > 0
			compute ws-pl-avg( ws-plan-idx ) rounded =
				ws-pl-dur-sum( ws-plan-idx ) / ws-pl-dur-runs( ws-plan-idx )
		else
			move 0 to ws-pl-avg( ws-plan-idx )
		end-if
	end-perform
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
	perform varying ws-plan-idx from 1 by 1 until ws-plan-idx > ws-plan-count
		if ws-pl-program( ws-plan-idx ) = rl-program
			and ws-pl-program( ws-plan-idx ) not = spaces
			add ws-duration to ws-pl-dur-sum( ws-plan-idx )
			add 1 to ws-pl-dur-runs( ws-plan-idx )
			if ws-duration > ws-pl-dur-max( ws-plan-idx )
				move ws-duration to ws-pl-dur-max( ws-plan-idx )
			end-if
		end-if
	end-perform
exit.

resolve-parents.
	perform varying ws-plan-idx from 1 by 1 until ws-plan-idx > ws-plan-count
		if ws-pl-depends( ws-plan-idx ) not = spaces
			move 0 to ws-plan-found
			perform varying ws-walk-idx from 1 by 1
				until ws-walk-idx > ws-plan-count
				if ws-pl-step( ws-walk-idx ) = ws-pl-depends( ws-plan-idx )
					and ws-plan-found = 0
					move ws-walk-idx to ws-plan-found
				end-if
			end-perform
			if ws-plan-found = 0
				move 'D' to ws-pl-state( ws-plan-idx )
			else
				move ws-plan-found to ws-pl-parent( ws-plan-idx )
				move 'Y' to ws-pl-has-child( ws-plan-found )
			end-if
		end-if
	end-perform
exit.

find-cycles.
	perform varying ws-plan-idx from 1 by 1 until ws-plan-idx > ws-plan-count
		move ws-plan-idx to ws-walk-idx
		move 0 to ws-hops
		move 'N' to ws-on-cycle
		perform until ws-pl-parent( ws-walk-idx ) = 0
			or ws-hops > ws-plan-count
			move ws-pl-parent( ws-walk-idx ) to ws-walk-idx
			add 1 to ws-hops
			if ws-walk-idx = ws-plan-idx
				move 'Y' to ws-on-cycle
			end-if
		end-perform
		evaluate true
			when ws-on-cycle = 'Y'
				move 'C' to ws-pl-state( ws-plan-idx )
			when ws-hops > ws-plan-count
				move 'H' to ws-pl-state( ws-plan-idx )
			when ws-pl-state( ws-walk-idx ) = 'D'
				and ws-walk-idx not = ws-plan-idx
				move 'U' to ws-pl-state( ws-plan-idx )
			when other
				move ws-hops to ws-pl-depth( ws-plan-idx )
				if ws-hops > ws-max-depth
					move ws-hops to ws-max-depth
				end-if
		end-evaluate
	end-perform
exit.

show-findings.
	display " "
	display "--- PRUEFUNG ---"
	if ws-dropped-count > 0
		display "FEHLER   Plan hat mehr als 50 Schritte - schedul ignoriert "
			ws-dropped-count " Schritt(e)"
		add 1 to ws-error-count
	end-if
	perform varying ws-plan-idx from 1 by 1 until ws-plan-idx > ws-plan-count
		perform check-one-step
	end-perform
	if ws-error-count = 0 and ws-warn-count = 0
		display "keine Befunde"
	end-if
exit.

check-one-step.
	perform varying ws-walk-idx from 1 by 1 until ws-walk-idx >= ws-plan-idx
		if ws-pl-step( ws-walk-idx ) = ws-pl-step( ws-plan-idx )
			display "FEHLER   " ws-pl-step( ws-plan-idx )
				" doppelt im Plan"
			add 1 to ws-error-count
		end-if
	end-perform
	evaluate ws-pl-state( ws-plan-idx )
		when 'D'
			display "FEHLER   " ws-pl-step( ws-plan-idx ) " Vorgaenger "
				function trim( ws-pl-depends( ws-plan-idx ) )
				" fehlt im Plan"
			add 1 to ws-error-count
		when 'C'
			display "FEHLER   " ws-pl-step( ws-plan-idx )
				" liegt in einem Zyklus (Vorgaenger "
				function trim( ws-pl-depends( ws-plan-idx ) ) ")"
			add 1 to ws-error-count
		when 'H'
			display "FEHLER   " ws-pl-step( ws-plan-idx )
				" haengt an einem Zyklus (Vorgaenger "
				function trim( ws-pl-depends( ws-plan-idx ) ) ")"
			add 1 to ws-error-count
		when 'U'
			display "WARNUNG  " ws-pl-step( ws-plan-idx )
				" haengt an einem Schritt mit fehlendem Vorgaenger"
			add 1 to ws-warn-count
	end-evaluate
	if ws-pl-parent( ws-plan-idx ) > ws-plan-idx
		and ws-pl-state( ws-plan-idx ) = 'V'
		display "WARNUNG  " ws-pl-step( ws-plan-idx ) " Vorgaenger "
			function trim( ws-pl-depends( ws-plan-idx ) )
			" steht spaeter im Plan - schedul ueberspringt den Schritt"
		add 1 to ws-warn-count
	end-if
	if ws-pl-has-child( ws-plan-idx ) = 'N'
		and ws-pl-schedule( ws-plan-idx ) = spaces
		display "WARNUNG  " ws-pl-step( ws-plan-idx )
			" hat keinen Nachfolger und keinen Zeitplan"
		add 1 to ws-warn-count
	end-if
	if ws-pl-dur-runs( ws-plan-idx ) = 0
		if ws-pl-program( ws-plan-idx ) = spaces
			display "HINWEIS  " ws-pl-step( ws-plan-idx )
				" ohne Programmname - Laufzeit 0 angenommen"
		else
			display "HINWEIS  " ws-pl-step( ws-plan-idx ) " keine Laeufe von "
				function trim( ws-pl-program( ws-plan-idx ) )
				" im RUNLOG - Laufzeit 0 angenommen"
		end-if
	end-if
exit.

forward-pass.
	perform varying ws-depth from 0 by 1 until ws-depth > ws-max-depth
		perform varying ws-plan-idx from 1 by 1 until ws-plan-idx > ws-plan-count
			if ws-pl-state( ws-plan-idx ) = 'V'
				and ws-pl-depth( ws-plan-idx ) = ws-depth
				perform forward-one-step
			end-if
		end-perform
	end-perform
exit.

forward-one-step.
	move ws-pl-parent( ws-plan-idx ) to ws-walk-idx
	if ws-walk-idx = 0
		move 0 to ws-pl-es( ws-plan-idx )
		move ws-pl-dur-max( ws-plan-idx ) to ws-pl-worst-ef( ws-plan-idx )
	else
		move ws-pl-ef( ws-walk-idx ) to ws-pl-es( ws-plan-idx )
		compute ws-pl-worst-ef( ws-plan-idx ) =
			ws-pl-worst-ef( ws-walk-idx ) + ws-pl-dur-max( ws-plan-idx )
	end-if
	compute ws-pl-ef( ws-plan-idx ) =
		ws-pl-es( ws-plan-idx ) + ws-pl-avg( ws-plan-idx )
	if ws-pl-ef( ws-plan-idx ) > ws-end-avg or ws-crit-idx = 0
		move ws-pl-ef( ws-plan-idx ) to ws-end-avg
		move ws-plan-idx to ws-crit-idx
	end-if
	if ws-pl-worst-ef( ws-plan-idx ) > ws-end-worst
		move ws-pl-worst-ef( ws-plan-idx ) to ws-end-worst
	end-if
exit.

backward-pass.
	perform varying ws-plan-idx from 1 by 1 until ws-plan-idx > ws-plan-count
		move ws-end-avg to ws-pl-lf( ws-plan-idx )
	end-perform
	move ws-max-depth to ws-depth
	perform until ws-depth = 0
		perform varying ws-plan-idx from 1 by 1 until ws-plan-idx > ws-plan-count
			if ws-pl-state( ws-plan-idx ) = 'V'
				and ws-pl-depth( ws-plan-idx ) = ws-depth
				move ws-pl-parent( ws-plan-idx ) to ws-walk-idx
				compute ws-ls = ws-pl-lf( ws-plan-idx ) - ws-pl-avg( ws-plan-idx )
				if ws-ls < ws-pl-lf( ws-walk-idx )
					move ws-ls to ws-pl-lf( ws-walk-idx )
				end-if
			end-if
		end-perform
		subtract 1 from ws-depth
	end-perform
	perform varying ws-plan-idx from 1 by 1 until ws-plan-idx > ws-plan-count
		if ws-pl-state( ws-plan-idx ) = 'V'
			compute ws-pl-slack( ws-plan-idx ) =
				ws-pl-lf( ws-plan-idx ) - ws-pl-ef( ws-plan-idx )
		end-if
	end-perform
exit.

show-steps.
	display " "
	display "--- SCHRITTE ---"
	display "SCHRITT   VORGAENG  PROGRAMM      LAEUFE  MITTEL-S   MAX-S  START        ENDE         PUFFER-S  KRIT"
	perform varying ws-plan-idx from 1 by 1 until ws-plan-idx > ws-plan-count
		move ws-pl-dur-runs( ws-plan-idx ) to ws-runs-disp
		move ws-pl-avg( ws-plan-idx ) to ws-avg-disp
		move ws-pl-dur-max( ws-plan-idx ) to ws-max-disp
		if ws-pl-state( ws-plan-idx ) = 'V'
			compute ws-clock-secs = ws-start-secs + ws-pl-es( ws-plan-idx )
			perform format-clock
			move ws-clock-disp to ws-es-disp
			compute ws-clock-secs = ws-start-secs + ws-pl-ef( ws-plan-idx )
			perform format-clock
			move ws-clock-disp to ws-ef-disp
			move ws-pl-slack( ws-plan-idx ) to ws-slack-disp
			if ws-pl-slack( ws-plan-idx ) = 0
				move "*" to ws-crit-mark
			else
				move spaces to ws-crit-mark
			end-if
			display ws-pl-step( ws-plan-idx ) "  " ws-pl-depends( ws-plan-idx )
				"  " ws-pl-program( ws-plan-idx ) "  " ws-runs-disp
				"  " ws-avg-disp " " ws-max-disp "  " ws-es-disp
				"  " ws-ef-disp "  " ws-slack-disp "  " ws-crit-mark
		else
			display ws-pl-step( ws-plan-idx ) "  " ws-pl-depends( ws-plan-idx )
				"  " ws-pl-program( ws-plan-idx ) "  " ws-runs-disp
				"  " ws-avg-disp " " ws-max-disp "  "
				"nicht berechenbar"
		end-if
	end-perform
exit.

show-critical-path.
	display " "
	display "--- KRITISCHER PFAD ---"
	if ws-crit-idx = 0
		display "kein Schritt berechenbar"
		exit paragraph
	end-if
	move 0 to ws-chain-count
	move ws-crit-idx to ws-walk-idx
	perform until ws-walk-idx = 0
		add 1 to ws-chain-count
		move ws-walk-idx to ws-ch-step( ws-chain-count )
		move ws-pl-parent( ws-walk-idx ) to ws-walk-idx
	end-perform
	move spaces to ws-path-line
	move 1 to ws-path-ptr
	move ws-chain-count to ws-chain-idx
	perform until ws-chain-idx = 0
		string function trim( ws-pl-step( ws-ch-step( ws-chain-idx ) ) )
			delimited by size into ws-path-line with pointer ws-path-ptr
		if ws-chain-idx > 1
			string " -> " delimited by size
				into ws-path-line with pointer ws-path-ptr
		end-if
		subtract 1 from ws-chain-idx
	end-perform
	display function trim( ws-path-line )
	compute ws-clock-secs = ws-start-secs + ws-end-avg
	perform format-clock
	display "erwartetes Ende (Mittel)        " ws-clock-disp
	compute ws-clock-secs = ws-start-secs + ws-end-worst
	perform format-clock
	display "erwartetes Ende (schlechtester) " ws-clock-disp
	perform varying ws-plan-idx from 1 by 1 until ws-plan-idx > ws-plan-count
		if ws-pl-state( ws-plan-idx ) = 'V'
			and ws-pl-finish( ws-plan-idx ) not = spaces
			perform check-finish-limit
		end-if
	end-perform
exit.

check-finish-limit.
	move ws-pl-finish( ws-plan-idx ) to ws-finish-hhmm
	divide ws-finish-hhmm by 100 giving ws-tm-hh remainder ws-tm-mi
	compute ws-finish-secs = ws-tm-hh * 3600 + ws-tm-mi * 60
	if ws-finish-secs + 43200 < ws-start-secs
		add 86400 to ws-finish-secs
	end-if
	if ws-start-secs + ws-pl-worst-ef( ws-plan-idx ) > ws-finish-secs
		compute ws-clock-secs = ws-start-secs + ws-pl-worst-ef( ws-plan-idx )
		perform format-clock
		display "WARNUNG  " ws-pl-step( ws-plan-idx ) " endet schlechtestens "
			ws-clock-disp " - muss fertig sein bis "
			ws-pl-finish( ws-plan-idx )
		add 1 to ws-warn-count
	end-if
exit.

format-clock.
	divide ws-clock-secs by 86400 giving ws-clock-day remainder ws-tm-rest
	divide ws-tm-rest by 3600 giving ws-tm-hh remainder ws-tm-rest
	divide ws-tm-rest by 60 giving ws-tm-mi remainder ws-tm-ss
	move spaces to ws-clock-disp
	if ws-clock-day > 0
		string ws-tm-hh ":" ws-tm-mi ":" ws-tm-ss " +" ws-clock-day
			delimited by size into ws-clock-disp
	else
		string ws-tm-hh ":" ws-tm-mi ":" ws-tm-ss
			delimited by size into ws-clock-disp
	end-if
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-plan-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-runlog-file
		on exception continue
	end-call
exit.
