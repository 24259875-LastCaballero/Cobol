01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".

01	ws-split-mode		pic x		value 'N'.
01	ws-split-size		pic 9(7)	value 0.
01	ws-split-counts.
	05 ws-chunk-count occurs 100 times pic 9(7).
01	ws-split-idx		pic 9(3).
01	ws-ktl-amount		pic s9(13)v99	value 0.

01	ws-extract-mode		pic x		value 'N'.
01	ws-extract-spec		pic x(100).
	if ws-write-out = 'Y'
		if ws-out-mode = 'A' or ws-out-mode = 'a'
			open extend out-file
			call "RUNLOG-DATEI" using ws-log-prog ws-out-file ws-dat-schreib
				on exception continue
			end-call
		else
			open output out-file
			call "RUNLOG-DATEI" using ws-log-prog ws-out-file ws-dat-schreib
				on exception continue
			end-call
		end-if
	end-if

	if ws-split-open = 'Y'
		close out-file
		move 'N' to ws-split-open
		perform write-chunk-control
	end-if

	if ws-split-mode = 'Y'
		string function trim( ws-split-pattern ) ws-split-seq
			delimited by size into ws-out-file
		open output out-file
		call "RUNLOG-DATEI" using ws-log-prog ws-out-file ws-dat-schreib
			on exception continue
		end-call
		move 'Y' to ws-split-open
		move 0 to ws-split-in-chunk
		move 0 to ws-chunk-count( ws-split-seq )
	if ws-split-in-chunk >= ws-split-size
		close out-file
		move 'N' to ws-split-open
		perform write-chunk-control
	end-if
exit.

write-chunk-control.
	call "KONTROLL-SCHREIBEN" using ws-out-file ws-log-prog ws-ktl-amount
		on exception continue
	end-call
exit.

parse-extract-spec.
	move 1 to ws-x-ptr
	perform until ws-x-ptr > function length( function trim( ws-extract-spec ) )
load-compare-file.
	move 'N' to file-end
	open input cat-file
	call "RUNLOG-DATEI" using ws-log-prog file-name ws-dat-lesen
		on exception continue
	end-call
	if ws-cat-status not = "00"
		display "cat: ERROR - cannot open file: " function trim( file-name )
		move 8 to return-code
show-file.
	move 'N' to file-end
	open input cat-file
	call "RUNLOG-DATEI" using ws-log-prog file-name ws-dat-lesen
		on exception continue
	end-call
	if ws-cat-status not = "00"
		display "cat: ERROR - cannot open file: " function trim( file-name )
		move 4 to return-code
