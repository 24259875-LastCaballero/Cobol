identification division.
program-id.	satzv.


environment division.
input-output section.
file-control.
	select optional data-file assign to ws-data-file
	organization is line sequential
	file status is ws-data-status.

data division.
file section.
fd	data-file.
01	data-record		pic x(2000).

working-storage section.
01	ws-args			pic x(300).
01	ws-ptr			pic 9(4).
01	ws-tok			pic x(200).
01	ws-expect		pic x		value spaces.

01	ws-data-file		pic x(200)	value spaces.
01	ws-data-status		pic xx		value spaces.
01	ws-data-end		pic x		value 'N'.
01	ws-rec-no		pic 9(9)	value 0.
01	ws-shown		pic 9(9)	value 0.
01	ws-want-rec		pic 9(9)	value 0.
01	ws-want-key		pic x(80)	value spaces.
01	ws-key-len		pic 9(2)	value 0.
01	ws-max-shown		pic 9(9)	value 0.

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
01	ws-sb-modus		pic x		value 'A'.
01	ws-sb-wert		pic x(80).
01	ws-key-value		pic x(80).
01	ws-rec-disp		pic z(8)9.


procedure division.

process-args.
	accept ws-args from command-line
	move 1 to ws-ptr
	perform until ws-ptr > function length( function trim( ws-args ) )
		move spaces to ws-tok
		unstring ws-args delimited by all space into ws-tok with pointer ws-ptr
		if ws-tok not = spaces
			perform classify-token
		end-if
	end-perform
	if ws-sb-layout = spaces
		display "satzv: usage - satzbild [datei] [-n satznr] [-k schluessel] [-m anzahl]"
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
		display "satzv: ERROR - Satzbild " function trim( ws-sb-layout )
			" nennt keine Datei, bitte Datei angeben"
		move 8 to return-code
		stop run
	end-if
	call "UMGEBUNG-DATEI" using ws-data-file
		on exception continue
	end-call
	if ws-want-key not = spaces
		compute ws-key-len = function length( function trim( ws-want-key ) )
	end-if

	open input data-file
	if ws-data-status not = "00"
		display "satzv: ERROR - cannot open " function trim( ws-data-file )
		move 8 to return-code
		stop run
	end-if
	display "SATZBILD " function trim( ws-sb-layout ) " - " function trim( ws-data-file )
	perform until ws-data-end = 'Y'
		read data-file
		at end
			move 'Y' to ws-data-end
		not at end
			add 1 to ws-rec-no
			perform check-record
	end-perform
	close data-file
	display "satzv: " ws-shown " von " ws-rec-no " Saetzen angezeigt"
	if ws-shown = 0
		move 4 to return-code
	end-if
	stop run.

classify-token.
	evaluate true
		when ws-expect = 'N'
			if function trim( ws-tok ) is not numeric
				display "satzv: ERROR - Satznummer muss numerisch sein"
				move 8 to return-code
				stop run
			end-if
			move function numval( ws-tok ) to ws-want-rec
			move spaces to ws-expect
		when ws-expect = 'K'
			move ws-tok to ws-want-key
			move spaces to ws-expect
		when ws-expect = 'M'
			if function trim( ws-tok ) is not numeric
				display "satzv: ERROR - Anzahl muss numerisch sein"
				move 8 to return-code
				stop run
			end-if
			move function numval( ws-tok ) to ws-max-shown
			move spaces to ws-expect
		when ws-tok = "-n"
			move 'N' to ws-expect
		when ws-tok = "-k"
			move 'K' to ws-expect
		when ws-tok = "-m"
			move 'M' to ws-expect
		when ws-sb-layout = spaces
			move function upper-case( ws-tok ) to ws-sb-layout
		when ws-data-file = spaces
			move ws-tok to ws-data-file
		when other
			display "satzv: ERROR - unknown argument " function trim( ws-tok )
			move 8 to return-code
			stop run
	end-evaluate
exit.

check-record.
	if ws-want-rec > 0 and ws-rec-no not = ws-want-rec
		exit paragraph
	end-if
	if ws-want-key not = spaces
		move 1 to ws-sb-idx
		call "SATZBILD-WERT" using data-record ws-sb-feld( ws-sb-idx )
			ws-sb-modus ws-key-value
		move function trim( ws-key-value ) to ws-key-value
		if ws-key-value( 1 : ws-key-len ) not = ws-want-key( 1 : ws-key-len )
			exit paragraph
		end-if
	end-if
	if ws-max-shown > 0 and ws-shown >= ws-max-shown
		move 'Y' to ws-data-end
		exit paragraph
	end-if
	add 1 to ws-shown
	move ws-rec-no to ws-rec-disp
	display " "
	display "SATZ " function trim( ws-rec-disp )
	perform varying ws-sb-idx from 1 by 1 until ws-sb-idx > ws-sb-anzahl
		call "SATZBILD-WERT" using data-record ws-sb-feld( ws-sb-idx )
			ws-sb-modus ws-sb-wert
		display "  " ws-sf-name( ws-sb-idx ) " " ws-sf-text( ws-sb-idx )( 1 : 30 )
			" : " function trim( ws-sb-wert trailing )
	end-perform
	if ws-want-rec > 0
		move 'Y' to ws-data-end
	end-if
exit.
