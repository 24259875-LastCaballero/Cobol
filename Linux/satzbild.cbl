identification division.
program-id.	SATZBILD.


environment division.
input-output section.
file-control.
	select optional layout-file assign to ws-layout-file
	organization is line sequential
	file status is ws-layout-status.

data division.
file section.
fd	layout-file.
01	layout-record.
	05 sb-art		pic x.
	05 filler		pic x.
	05 sb-layout		pic x(12).
	05 sb-feld		pic x(20).
	05 sb-pos		pic 9(4).
	05 sb-len		pic 9(3).
	05 sb-typ		pic x.
	05 sb-dez		pic 9.
	05 filler		pic x.
	05 sb-text		pic x(50).

working-storage section.
01	ws-layout-file		pic x(200)	value "SATZBILD.DAT".
01	ws-layout-path		pic x(200)	value spaces.
01	ws-layout-status	pic xx		value spaces.
01	ws-layout-end		pic x		value 'N'.
01	ws-layout-known		pic x		value 'N'.
01	ws-want-layout		pic x(12).
01	ws-caller-rc		pic s9(9)	usage comp.

01	ws-raw			pic x(80).
01	ws-digits		pic x(18).
01	ws-digit-count		pic 9(2).
01	ws-sign			pic x.
01	ws-last			pic x.
01	ws-chr-idx		pic 9(3).
01	ws-chr			pic x.
01	ws-int-len		pic 9(2).
01	ws-int-start		pic 9(2).
01	ws-out			pic x(80).
01	ws-out-ptr		pic 9(3).
01	ws-group-idx		pic 9(2).
01	ws-bad			pic x.
01	ws-quote-need		pic x.

linkage section.
01	lk-layout		pic x(12).
01	lk-datei		pic x(200).
01	lk-anzahl		pic 9(3).
01	lk-felder.
	05 lk-feld-entry occurs 200 times.
		10 lk-fd-name		pic x(20).
		10 lk-fd-text		pic x(50).
		10 lk-fd-pos		pic 9(4).
		10 lk-fd-len		pic 9(3).
		10 lk-fd-typ		pic x.
		10 lk-fd-dez		pic 9.
01	lk-ok			pic x.
01	lk-satz			pic x(2000).
01	lk-feld.
	05 lk-f-name		pic x(20).
	05 lk-f-text		pic x(50).
	05 lk-f-pos		pic 9(4).
	05 lk-f-len		pic 9(3).
	05 lk-f-typ		pic x.
	05 lk-f-dez		pic 9.
01	lk-modus		pic x.
01	lk-wert			pic x(80).


procedure division.
	goback.

load-layout.
	entry "SATZBILD-LADEN" using lk-layout lk-datei lk-anzahl lk-felder lk-ok.
	move return-code to ws-caller-rc
	move 0 to lk-anzahl
	move spaces to lk-datei
	move 'N' to lk-ok
	move 'N' to ws-layout-known
	move 'N' to ws-layout-end
	move function upper-case( lk-layout ) to ws-want-layout
	move spaces to ws-layout-path
	accept ws-layout-path from environment "SATZBILD_DATEI"
	if ws-layout-path not = spaces
		move ws-layout-path to ws-layout-file
	end-if
	open input layout-file
	if ws-layout-status not = "00"
		display "SATZBILD: ERROR - cannot open " function trim( ws-layout-file )
		close layout-file
		move ws-caller-rc to return-code
		goback
	end-if
	perform until ws-layout-end = 'Y'
		read layout-file
		at end
			move 'Y' to ws-layout-end
		not at end
			if function upper-case( sb-layout ) = ws-want-layout
				perform take-layout-line
			end-if
	end-perform
	close layout-file
	if ws-layout-known = 'N'
		display "SATZBILD: ERROR - Satzbild " function trim( ws-want-layout )
			" fehlt in " function trim( ws-layout-file )
	else
		if lk-anzahl = 0
			display "SATZBILD: ERROR - Satzbild " function trim( ws-want-layout )
				" hat keine Felder"
		else
			move 'Y' to lk-ok
		end-if
	end-if
	move ws-caller-rc to return-code
	goback.

edit-value.
	entry "SATZBILD-WERT" using lk-satz lk-feld lk-modus lk-wert.
	move return-code to ws-caller-rc
	move spaces to lk-wert
	move spaces to ws-raw
	move lk-satz( lk-f-pos : lk-f-len ) to ws-raw
	evaluate lk-f-typ
		when 'X'
			perform edit-text
		when 'D'
			perform edit-date
		when 'T'
			perform edit-time
		when other
			perform edit-number
	end-evaluate
	move ws-caller-rc to return-code
	goback.

take-layout-line.
	evaluate sb-art
		when 'D'
			move 'Y' to ws-layout-known
			move sb-text to lk-datei
		when 'F'
			move 'Y' to ws-layout-known
			move function upper-case( sb-typ ) to sb-typ
			if sb-pos is not numeric or sb-len is not numeric
				or sb-dez is not numeric
				or sb-pos = 0 or sb-len = 0
				or sb-pos + sb-len - 1 > 2000
				or ( sb-typ not = 'X' and sb-typ not = '9' and sb-typ not = 'S'
				and sb-typ not = 'L' and sb-typ not = 'D' and sb-typ not = 'T' )
				or sb-len > 80
				or ( sb-typ not = 'X' and sb-len > 18 )
				display "SATZBILD: WARNING - Feld " function trim( sb-feld )
					" in Satzbild " function trim( ws-want-layout )
					" ungueltig - ausgelassen"
				exit paragraph
			end-if
			if lk-anzahl >= 200
				display "SATZBILD: WARNING - Satzbild " function trim( ws-want-layout )
					" hat mehr als 200 Felder"
				exit paragraph
			end-if
			add 1 to lk-anzahl
			move sb-feld to lk-fd-name( lk-anzahl )
			move sb-text to lk-fd-text( lk-anzahl )
			move sb-pos to lk-fd-pos( lk-anzahl )
			move sb-len to lk-fd-len( lk-anzahl )
			move sb-typ to lk-fd-typ( lk-anzahl )
			move sb-dez to lk-fd-dez( lk-anzahl )
		when other
			continue
	end-evaluate
exit.

edit-text.
	if lk-modus = 'C'
		move 'N' to ws-quote-need
		perform varying ws-chr-idx from 1 by 1 until ws-chr-idx > lk-f-len
			if ws-raw( ws-chr-idx : 1 ) = ';' or ws-raw( ws-chr-idx : 1 ) = '"'
				move 'Y' to ws-quote-need
			end-if
		end-perform
		if ws-quote-need = 'N'
			move function trim( ws-raw ) to lk-wert
			exit paragraph
		end-if
		move spaces to ws-out
		move 1 to ws-out-ptr
		string '"' delimited by size into ws-out with pointer ws-out-ptr
		perform varying ws-chr-idx from 1 by 1
			until ws-chr-idx > function length( function trim( ws-raw trailing ) )
			if ws-raw( ws-chr-idx : 1 ) = '"'
				string '""' delimited by size into ws-out with pointer ws-out-ptr
			else
				string ws-raw( ws-chr-idx : 1 ) delimited by size
					into ws-out with pointer ws-out-ptr
			end-if
		end-perform
		string '"' delimited by size into ws-out with pointer ws-out-ptr
		move ws-out to lk-wert
	else
		move ws-raw to lk-wert
	end-if
exit.

edit-date.
	if ws-raw( 1 : lk-f-len ) is not numeric or lk-f-len not = 8
		move ws-raw to lk-wert
		exit paragraph
	end-if
	if ws-raw( 1 : 8 ) = "00000000"
		exit paragraph
	end-if
	string ws-raw( 7 : 2 ) "." ws-raw( 5 : 2 ) "." ws-raw( 1 : 4 )
		delimited by size into lk-wert
exit.

edit-time.
	if ws-raw( 1 : lk-f-len ) is not numeric or lk-f-len not = 6
		move ws-raw to lk-wert
		exit paragraph
	end-if
	string ws-raw( 1 : 2 ) ":" ws-raw( 3 : 2 ) ":" ws-raw( 5 : 2 )
		delimited by size into lk-wert
exit.

edit-number.
	if ws-raw( 1 : lk-f-len ) = spaces
		exit paragraph
	end-if
	move 'N' to ws-bad
	move '+' to ws-sign
	move spaces to ws-digits
	move 0 to ws-digit-count
	evaluate lk-f-typ
		when 'L'
			move ws-raw( 1 : 1 ) to ws-chr
			if ws-chr = '-'
				move '-' to ws-sign
			else
				if ws-chr not = '+'
					move 'Y' to ws-bad
				end-if
			end-if
			perform varying ws-chr-idx from 2 by 1 until ws-chr-idx > lk-f-len
				move ws-raw( ws-chr-idx : 1 ) to ws-chr
				perform take-digit
			end-perform
		when 'S'
			perform varying ws-chr-idx from 1 by 1 until ws-chr-idx >= lk-f-len
				move ws-raw( ws-chr-idx : 1 ) to ws-chr
				perform take-digit
			end-perform
			move ws-raw( lk-f-len : 1 ) to ws-last
			perform take-overpunch
		when other
			perform varying ws-chr-idx from 1 by 1 until ws-chr-idx > lk-f-len
				move ws-raw( ws-chr-idx : 1 ) to ws-chr
				perform take-digit
			end-perform
	end-evaluate
	if ws-bad = 'Y' or ws-digit-count = 0
		if lk-modus = 'C'
			move function trim( ws-raw ) to lk-wert
		else
			string function trim( ws-raw ) " (ungueltig)"
				delimited by size into lk-wert
		end-if
		exit paragraph
	end-if

	move spaces to ws-out
	move 1 to ws-out-ptr
	if ws-digits( 1 : ws-digit-count ) is numeric
		and function numval( ws-digits( 1 : ws-digit-count ) ) = 0
		move '+' to ws-sign
	end-if
	if ws-sign = '-'
		string "-" delimited by size into ws-out with pointer ws-out-ptr
	end-if
	if ws-digit-count > lk-f-dez
		compute ws-int-len = ws-digit-count - lk-f-dez
		move 1 to ws-int-start
		perform until ws-int-start >= ws-int-len
			or ws-digits( ws-int-start : 1 ) not = '0'
			add 1 to ws-int-start
		end-perform
		perform varying ws-chr-idx from ws-int-start by 1
			until ws-chr-idx > ws-int-len
			string ws-digits( ws-chr-idx : 1 ) delimited by size
				into ws-out with pointer ws-out-ptr
			compute ws-group-idx = function mod( ws-int-len - ws-chr-idx , 3 )
			if lk-modus not = 'C' and lk-f-dez > 0 and ws-group-idx = 0
				and ws-chr-idx < ws-int-len
				string "." delimited by size into ws-out with pointer ws-out-ptr
			end-if
		end-perform
	else
		string "0" delimited by size into ws-out with pointer ws-out-ptr
	end-if
	if lk-f-dez > 0
		string "," delimited by size into ws-out with pointer ws-out-ptr
		if ws-digit-count < lk-f-dez
			perform varying ws-chr-idx from ws-digit-count by 1
				until ws-chr-idx >= lk-f-dez
				string "0" delimited by size into ws-out with pointer ws-out-ptr
			end-perform
			string ws-digits( 1 : ws-digit-count ) delimited by size
				into ws-out with pointer ws-out-ptr
		else
			string ws-digits( ws-digit-count - lk-f-dez + 1 : lk-f-dez )
				delimited by size into ws-out with pointer ws-out-ptr
		end-if
	end-if
	move ws-out to lk-wert
exit.

take-digit.
	if ws-chr = space and ws-digit-count = 0
		exit paragraph
	end-if
	if ws-chr is numeric
		add 1 to ws-digit-count
		move ws-chr to ws-digits( ws-digit-count : 1 )
	else
		move 'Y' to ws-bad
	end-if
exit.

take-overpunch.
	evaluate true
		when ws-last is numeric
			move ws-last to ws-chr
		when ws-last = '{'
			move '0' to ws-chr
		when ws-last >= 'A' and ws-last <= 'I'
			move function char( function ord( ws-last ) - 16 ) to ws-chr
		when ws-last = '}'
			move '0' to ws-chr
			move '-' to ws-sign
		when ws-last >= 'J' and ws-last <= 'R'
			move function char( function ord( ws-last ) - 25 ) to ws-chr
			move '-' to ws-sign
		when ws-last >= 'p' and ws-last <= 'y'
			move function char( function ord( ws-last ) - 64 ) to ws-chr
			move '-' to ws-sign
		when other
			move 'Y' to ws-bad
			exit paragraph
	end-evaluate
	perform take-digit
exit.
