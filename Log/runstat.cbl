	05 rl-read		pic 9(9).
	05 rl-written		pic 9(9).
	05 rl-outcome		pic x(8).
	05 rl-operator		pic x(12).

working-storage section.
01	ws-args			pic x(100).
		end-if
	end-if

	perform set-umgebung
	perform read-runlog
	if ws-run-count = 0
		display "runstat: no paired runs in " function trim( ws-runlog-file )
		not at end
			if rl-type = 'S'
				perform take-start-record
			end-if
			if rl-type = 'E'
				perform take-end-record
			end-if
	end-perform
			function trim( ws-avg-disp )
	end-if
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-runlog-file
		on exception continue
	end-call
exit.
