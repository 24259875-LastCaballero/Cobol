identification division.
program-id.	satzcsv.


environment division.
input-output section.
file-control.
	select optional data-file assign to ws-data-file
	organization is line sequential
	file status is ws-data-status.

	select csv-file assign to ws-csv-file
	organization is line sequential
	file status is ws-csv-status.

data division.
file section.
fd	data-file.
01	data-record		pic x(2000).

fd	csv-file.
01	csv-record		pic x(8000).

working-storage section.
01	ws-args			pic x(300).
01	ws-ptr			pic 9(4).
01	ws-tok			pic x(200).
01	ws-expect		pic x		value spaces.

01	ws-data-file		pic x(200)	value spaces.
01	ws-data-status		pic xx		value spaces.
01	ws-data-end		pic x		value 'N'.
01	ws-csv-file		pic x(200)	value spaces.
01	ws-csv-status		pic xx		value spaces.
01	ws-csv-ptr		pic 9(4).
01	ws-rec-count		pic 9(9)	value 0.

01	ws-sb-layout		pic x(12)	value spaces.
01	ws-sb-datei		pic x(200).
01	ws-sb-anzahl		pic 9(3)	value 0.
01	ws-sb-felder.
	05 ws-sb-feld occurs 200 times.
		10 ws-sf-name		pic x(20).
		10 ws-sf-text		pic x(50).
		10 ws-sf-pos		pic 9(4).
		10 ws-sf-len		pic 9(3).
		10 ws-sf-typ		pic x.
		10 ws-sf-dez		pic 9.
01	ws-sb-ok		pic x		value 'N'.
01	ws-sb-idx		pic 9(3).
01	ws-sb-modus		pic x		value 'C'.
01	ws-sb-wert		pic x(80).

01	ws-log-prog	pic x(12)	value "SATZCSV".
01	ws-log-args	pic x(80)	value spaces.
01	ws-log-read	pic 9(9)	value 0.
01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".


procedure division.

process-args.
	accept ws-args from command-line
	move ws-args to ws-log-args
	move 1 to ws-ptr
	perform until ws-ptr > function length( function trim( ws-args ) )
		move spaces to ws-tok
		unstring ws-args delimited by all space into ws-tok with pointer ws-ptr
		if ws-tok not = spaces
			perform classify-token
		end-if
	end-perform
	if ws-sb-layout = spaces
		display "satzcsv: usage - satzbild [datei] [-o csv-datei]"
		move 8 to return-code
		stop run
	end-if

	call "SATZBILD-LADEN" using ws-sb-layout ws-sb-datei ws-sb-anzahl
		ws-sb-felder ws-sb-ok
	if ws-sb-ok not = 'Y'
		move 8 to return-code
		stop run
	end-if
	if ws-data-file = spaces
		move ws-sb-datei to ws-data-file
	end-if
	if ws-data-file = spaces
		display "satzcsv: ERROR - Satzbild " function trim( ws-sb-layout )
			" nennt keine Datei, bitte Datei angeben"
		move 8 to return-code
		stop run
	end-if
	if ws-csv-file = spaces
		string function trim( ws-sb-layout ) ".CSV" delimited by size
			into ws-csv-file
	end-if
	call "UMGEBUNG-DATEI" using ws-data-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-csv-file
		on exception continue
	end-call

	call "RUNLOG-START" using ws-log-prog ws-log-args
		on exception continue
	end-call
	open input data-file
	call "RUNLOG-DATEI" using ws-log-prog ws-data-file ws-dat-lesen
		on exception continue
	end-call
	if ws-data-status not = "00"
		display "satzcsv: ERROR - cannot open " function trim( ws-data-file )
		move 8 to return-code
		move "FAILED" to ws-log-outcome
		perform write-runlog-end
		stop run
	end-if
	open output csv-file
	call "RUNLOG-DATEI" using ws-log-prog ws-csv-file ws-dat-schreib
		on exception continue
	end-call
	if ws-csv-status not = "00"
		display "satzcsv: ERROR - cannot write " function trim( ws-csv-file )
		close data-file
		move 8 to return-code
		move "FAILED" to ws-log-outcome
		perform write-runlog-end
		stop run
	end-if

	move spaces to csv-record
	move 1 to ws-csv-ptr
	perform varying ws-sb-idx from 1 by 1 until ws-sb-idx > ws-sb-anzahl
		if ws-sb-idx > 1
			string ";" delimited by size into csv-record with pointer ws-csv-ptr
		end-if
		string function trim( ws-sf-name( ws-sb-idx ) ) delimited by size
			into csv-record with pointer ws-csv-ptr
	end-perform
	write csv-record

	perform until ws-data-end = 'Y'
		read data-file
		at end
			move 'Y' to ws-data-end
		not at end
			add 1 to ws-rec-count
			perform write-csv-line
	end-perform
	close data-file
	close csv-file
	display "satzcsv: " ws-rec-count " Saetze aus " function trim( ws-data-file )
		" nach " function trim( ws-csv-file )
	move ws-rec-count to ws-log-read
	move ws-rec-count to ws-log-written
	perform write-runlog-end
	stop run.

classify-token.
	evaluate true
		when ws-expect = 'O'
			move ws-tok to ws-csv-file
			move spaces to ws-expect
		when ws-tok = "-o"
			move 'O' to ws-expect
		when ws-sb-layout = spaces
			move function upper-case( ws-tok ) to ws-sb-layout
		when ws-data-file = spaces
			move ws-tok to ws-data-file
		when other
			display "satzcsv: ERROR - unknown argument " function trim( ws-tok )
			move 8 to return-code
			stop run
	end-evaluate
exit.

write-csv-line.
	move spaces to csv-record
	move 1 to ws-csv-ptr
	perform varying ws-sb-idx from 1 by 1 until ws-sb-idx > ws-sb-anzahl
		call "SATZBILD-WERT" using data-record ws-sb-feld( ws-sb-idx )
			ws-sb-modus ws-sb-wert
		if ws-sb-idx > 1
			string ";" delimited by size into csv-record with pointer ws-csv-ptr
		end-if
		if ws-sb-wert not = spaces
			string function trim( ws-sb-wert ) delimited by size
				into csv-record with pointer ws-csv-ptr
		end-if
	end-perform
	write csv-record
exit.

write-runlog-end.
	move return-code to ws-log-rc
	call "RUNLOG-END" using ws-log-prog ws-log-read ws-log-written
		ws-log-outcome
		on exception continue
	end-call
	move ws-log-rc to return-code
exit.
