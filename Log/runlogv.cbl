	05 rl-read		pic 9(9).
	05 rl-written		pic 9(9).
	05 rl-outcome		pic x(8).
	05 rl-operator		pic x(12).

working-storage section.
01	ws-args			pic x(100).
		end-if
	end-if

	perform set-umgebung
	display "DATUM       ZEIT      ART    PROGRAMM      GELESEN      GESCHRIEBEN  AUSGANG / ARGUMENTE"
	open input runlog-file
	if ws-runlog-status not = "00"
	string ws-tp-hh ":" ws-tp-mi ":" ws-tp-ss
		delimited by size into ws-time-disp
	if rl-type = 'S'
		if rl-operator = spaces
			display ws-date-disp "  " ws-time-disp "  START  " rl-program
				"  " function trim( rl-args )
		else
			display ws-date-disp "  " ws-time-disp "  START  " rl-program
				"  " function trim( rl-args ) "  ["
				function trim( rl-operator ) "]"
		end-if
	else
		move rl-read to ws-read-disp
		move rl-written to ws-written-disp
		if rl-type = 'K'
			display ws-date-disp "  " ws-time-disp "  PRUEF  " rl-program
				"  " ws-read-disp "  " ws-written-disp "  " rl-outcome
				"  " function trim( rl-args )
		end-if
		if rl-type = 'D'
			display ws-date-disp "  " ws-time-disp "  DATEI  " rl-program
				"  " rl-outcome "  LAUF " rl-args( 1 : 14 )
				"  " function trim( rl-args( 16 : ) )
		end-if
		if rl-type = 'E'
			display ws-date-disp "  " ws-time-disp "  ENDE   " rl-program
				"  " ws-read-disp "  " ws-written-disp "  " rl-outcome
		end-if
	end-if
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-runlog-file
		on exception continue
	end-call
exit.
