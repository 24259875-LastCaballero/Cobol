01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".


procedure division.

release-input.
	open input in-file
	call "RUNLOG-DATEI" using ws-log-prog ws-in-file ws-dat-lesen
		on exception continue
	end-call
	if ws-in-status not = "00"
		display "sort: ERROR - cannot open input file: "
			function trim( ws-in-file )

write-output.
	open output out-file
	call "RUNLOG-DATEI" using ws-log-prog ws-out-file ws-dat-schreib
		on exception continue
	end-call
	perform until 1 = 2
		return sort-work
		at end
