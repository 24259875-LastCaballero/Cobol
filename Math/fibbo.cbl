01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".

01	ws-max-fib-x		pic x(38)	value all "9".
01	ws-max-fib redefines ws-max-fib-x pic 9(38).
		when ws-tok-mode = "BATCH"
			move 'Y' to ws-batch-mode
			move ws-tok-p2 to ws-batch-file
			call "UMGEBUNG-DATEI" using ws-batch-file
				on exception continue
			end-call
			if ws-tok-p3 not = spaces and ws-tok-p4 not = spaces
				move ws-tok-p3 to ws-batch-seed-a
				move ws-tok-p4 to ws-batch-seed-b
				move 'Y' to ws-zeck-mode
				move 'Y' to ws-zeck-batch
				move ws-tok-p2 to ws-batch-file
				call "UMGEBUNG-DATEI" using ws-batch-file
					on exception continue
				end-call
			else
				display "fibbos: ZECKBATCH needs a file of values"
				move 8 to return-code
			end-if
			if ws-tok-p2 not = spaces
				move ws-tok-p2 to ws-output-file
				call "UMGEBUNG-DATEI" using ws-output-file
					on exception continue
				end-call
				move 'Y' to ws-write-file
				open output fib-out-file
				call "RUNLOG-DATEI" using ws-log-prog ws-output-file ws-dat-schreib
					on exception continue
				end-call
			end-if
			if ws-tok-p3 not = spaces and ws-tok-p4 not = spaces
				move ws-tok-p3 to a

zeck-batch.
	open input batch-file
	call "RUNLOG-DATEI" using ws-log-prog ws-batch-file ws-dat-lesen
		on exception continue
	end-call
	perform until ws-batch-eof = 'Y'
		read batch-file
			at end

batch-fibbos.
	open input batch-file
	call "RUNLOG-DATEI" using ws-log-prog ws-batch-file ws-dat-lesen
		on exception continue
	end-call
	perform until ws-batch-eof = 'Y'
		read batch-file
			at end
