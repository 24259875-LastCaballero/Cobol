identification division.
program-id.	herkunft.


environment division.
input-output section.
file-control.
	select optional runlog-file assign to ws-runlog-file
	organization is line sequential
	file status is ws-runlog-status.

	select optional katalog-file assign to ws-katalog-file
	organization is line sequential
	file status is ws-katalog-status.

data division.
file section.
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
01	runlog-file-record.
	05 filler		pic x(27).
	05 rd-run-stamp		pic 9(14).
	05 filler		pic x.
	05 rd-file		pic x(65).
	05 filler		pic x(18).
	05 rd-mode		pic x(8).
	05 filler		pic x(12).

fd	katalog-file.
01	katalog-record.
	05 kat-family		pic x(12).
	05 kat-gen-name		pic x(80).
	05 kat-date		pic 9(8).
	05 kat-time		pic 9(6).
	05 kat-count		pic 9(6).
	05 kat-chksum		pic 9(10).

working-storage section.
01	ws-args			pic x(300).
01	ws-tok-name		pic x(200)	value spaces.
01	ws-tok-file		pic x(200)	value spaces.
01	ws-runlog-file		pic x(200)	value "RUNLOG.DAT".
01	ws-runlog-status	pic xx		value spaces.
01	ws-runlog-end		pic x		value 'N'.
01	ws-katalog-file		pic x(200)	value "ARCHKAT.DAT".
01	ws-katalog-status	pic xx		value spaces.
01	ws-katalog-end		pic x		value 'N'.

01	ws-live-name		pic x(200)	value spaces.
01	ws-gen-name		pic x(200)	value spaces.
01	ws-gen-prefix		pic x(200)	value spaces.
01	ws-prefix-len		pic 9(3)	value 0.
01	ws-name-len		pic 9(3)	value 0.
01	ws-is-gen		pic x		value 'N'.
01	ws-kat-family		pic x(12)	value spaces.
01	ws-kat-stamp		pic 9(14)	value 0.
01	ws-kat-count		pic 9(6)	value 0.
01	ws-kat-chksum		pic 9(10)	value 0.

01	ws-runs.
	05 ws-run-entry occurs 5000 times.
		10 ws-rn-program	pic x(12).
		10 ws-rn-stamp		pic 9(14).
		10 ws-rn-args		pic x(80).
		10 ws-rn-operator	pic x(12).
		10 ws-rn-outcome	pic x(8).
01	ws-run-count		pic 9(4)	value 0.
01	ws-run-idx		pic 9(4).
01	ws-run-found		pic 9(4).
01	ws-run-full		pic x		value 'N'.

01	ws-dats.
	05 ws-dat-entry occurs 2000 times.
		10 ws-dt-program	pic x(12).
		10 ws-dt-run-stamp	pic 9(14).
		10 ws-dt-reg-stamp	pic 9(14).
		10 ws-dt-mode		pic x(8).
		10 ws-dt-file		pic x(65).
		10 ws-dt-kind		pic x.
01	ws-dat-count		pic 9(4)	value 0.
01	ws-dat-idx		pic 9(4).
01	ws-dat-full		pic x		value 'N'.

01	ws-range-from		pic 9(4).
01	ws-range-to		pic 9(4).
01	ws-arch-idx		pic 9(4).
01	ws-prod-idx		pic 9(4).
01	ws-prod-count		pic 9(4)	value 0.
01	ws-use-count		pic 9(4)	value 0.
01	ws-header-done		pic x.
01	ws-cur-program		pic x(12).
01	ws-cur-stamp		pic 9(14).
01	ws-show-stamp		pic 9(14).
01	ws-show-program		pic x(12).
01	ws-show-label		pic x(12).
01	ws-show-extra		pic x(80).

01	ws-stamp-parts.
	05 ws-sp-yyyy		pic x(4).
	05 ws-sp-mm		pic x(2).
	05 ws-sp-dd		pic x(2).
	05 ws-sp-hh		pic x(2).
	05 ws-sp-mi		pic x(2).
	05 ws-sp-ss		pic x(2).
01	ws-stamp-disp		pic x(19).
01	ws-count-disp		pic zzz,zz9.


procedure division.

process-args.
	accept ws-args from command-line
	unstring ws-args delimited by space into ws-tok-name ws-tok-file
	if ws-tok-name = spaces
		display "herkunft: usage - datei|generation [runlog-datei]"
		move 8 to return-code
		stop run
	end-if
	if ws-tok-file not = spaces
		move ws-tok-file to ws-runlog-file
	end-if

	perform set-umgebung
	perform find-generation
	if ws-is-gen = 'N'
		move ws-tok-name to ws-live-name
		call "UMGEBUNG-DATEI" using ws-live-name
			on exception continue
		end-call
		perform find-generation
	end-if
	if ws-is-gen = 'N'
		move ws-tok-name to ws-live-name
		call "UMGEBUNG-DATEI" using ws-live-name
			on exception continue
		end-call
	end-if
	move spaces to ws-gen-prefix
	string function trim( ws-live-name ) ".G" delimited by size
		into ws-gen-prefix
	compute ws-prefix-len = function length( function trim( ws-gen-prefix ) )

	perform load-runlog

	if ws-is-gen = 'Y'
		perform show-generation
	else
		perform show-file
	end-if
	if ws-run-full = 'Y' or ws-dat-full = 'Y'
		display "herkunft: WARNUNG - " function trim( ws-runlog-file )
			" zu gross, Auskunft unvollstaendig"
		move 4 to return-code
	end-if
	stop run.

find-generation.
	move 'N' to ws-katalog-end
	open input katalog-file
	if ws-katalog-status not = "00"
		close katalog-file
		exit paragraph
	end-if
	perform until ws-katalog-end = 'Y'
		read katalog-file
		at end
			move 'Y' to ws-katalog-end
		not at end
			if ws-is-gen = 'N'
				and ( kat-gen-name = ws-tok-name or kat-gen-name = ws-live-name )
				move 'Y' to ws-is-gen
				move kat-gen-name to ws-gen-name
				move kat-family to ws-kat-family
				compute ws-kat-stamp = kat-date * 1000000 + kat-time
				move kat-count to ws-kat-count
				move kat-chksum to ws-kat-chksum
			end-if
	end-perform
	close katalog-file
	if ws-is-gen = 'Y'
		compute ws-name-len = function length( function trim( ws-gen-name ) )
		move spaces to ws-live-name
		if ws-name-len > 16
			move ws-gen-name( 1 : ws-name-len - 16 ) to ws-live-name
		end-if
	end-if
exit.

load-runlog.
	open input runlog-file
	if ws-runlog-status not = "00"
		display "herkunft: ERROR - cannot open " function trim( ws-runlog-file )
		move 8 to return-code
		stop run
	end-if
	perform until ws-runlog-end = 'Y'
		read runlog-file
		at end
			move 'Y' to ws-runlog-end
		not at end
			if rl-type = 'S'
				perform take-start-record
			end-if
			if rl-type = 'E'
				perform take-end-record
			end-if
			if rl-type = 'D'
				perform take-file-record
			end-if
	end-perform
	close runlog-file
exit.

take-start-record.
	if ws-run-count >= 5000
		move 'Y' to ws-run-full
		exit paragraph
	end-if
	add 1 to ws-run-count
	move rl-program to ws-rn-program( ws-run-count )
	compute ws-rn-stamp( ws-run-count ) = rl-date * 1000000 + rl-time
	move rl-args to ws-rn-args( ws-run-count )
	move rl-operator to ws-rn-operator( ws-run-count )
	move spaces to ws-rn-outcome( ws-run-count )
exit.

take-end-record.
	move 0 to ws-run-found
	perform varying ws-run-idx from ws-run-count by -1
		until ws-run-idx < 1 or ws-run-found > 0
		if ws-rn-program( ws-run-idx ) = rl-program
			and ws-rn-outcome( ws-run-idx ) = spaces
			move ws-run-idx to ws-run-found
		end-if
	end-perform
	if ws-run-found > 0
		move rl-outcome to ws-rn-outcome( ws-run-found )
	end-if
exit.

take-file-record.
	if rd-file = ws-live-name( 1 : 65 )
		or ( ws-is-gen = 'Y' and rd-file = ws-gen-name( 1 : 65 ) )
		or ( rd-mode = "ARCHIV"
		and rd-file( 1 : ws-prefix-len ) = ws-gen-prefix( 1 : ws-prefix-len ) )
		continue
	else
		exit paragraph
	end-if
	if ws-dat-count >= 2000
		move 'Y' to ws-dat-full
		exit paragraph
	end-if
	add 1 to ws-dat-count
	move rl-program to ws-dt-program( ws-dat-count )
	move rd-run-stamp to ws-dt-run-stamp( ws-dat-count )
	compute ws-dt-reg-stamp( ws-dat-count ) = rl-date * 1000000 + rl-time
	move rd-mode to ws-dt-mode( ws-dat-count )
	move rd-file to ws-dt-file( ws-dat-count )
	evaluate true
		when ws-is-gen = 'Y' and rd-file = ws-gen-name( 1 : 65 )
			move 'G' to ws-dt-kind( ws-dat-count )
		when rd-file = ws-live-name( 1 : 65 )
			move 'L' to ws-dt-kind( ws-dat-count )
		when other
			move 'A' to ws-dt-kind( ws-dat-count )
	end-evaluate
exit.

show-file.
	display "HERKUNFT DATEI " function trim( ws-live-name )
	move 'N' to ws-header-done
	if ws-dat-count > 0
		move 1 to ws-range-from
		move ws-dat-count to ws-range-to
		perform show-range
	end-if
	if ws-prod-count = 0 and ws-use-count = 0
		display "herkunft: keine Laeufe zu " function trim( ws-live-name )
			" registriert"
		move 4 to return-code
	end-if
exit.

show-generation.
	display "HERKUNFT GENERATION " function trim( ws-gen-name )
	move ws-kat-stamp to ws-show-stamp
	perform format-stamp
	move ws-kat-count to ws-count-disp
	display "  Familie " function trim( ws-kat-family ) ", archiviert "
		ws-stamp-disp ", " function trim( ws-count-disp ) " Saetze, Pruefsumme "
		ws-kat-chksum
	display "  Originaldatei " function trim( ws-live-name )

	move 0 to ws-arch-idx
	perform varying ws-dat-idx from 1 by 1
		until ws-dat-idx > ws-dat-count or ws-arch-idx > 0
		if ws-dt-kind( ws-dat-idx ) = 'G' and ws-dt-mode( ws-dat-idx ) = "ARCHIV"
			move ws-dat-idx to ws-arch-idx
		end-if
	end-perform
	move 0 to ws-prod-idx
	perform varying ws-dat-idx from 1 by 1 until ws-dat-idx > ws-dat-count
		if ws-dt-kind( ws-dat-idx ) = 'L' and ws-dt-mode( ws-dat-idx ) = "SCHREIB"
			if ( ws-arch-idx > 0 and ws-dat-idx < ws-arch-idx )
				or ( ws-arch-idx = 0 and ws-dt-reg-stamp( ws-dat-idx ) <= ws-kat-stamp )
				move ws-dat-idx to ws-prod-idx
			end-if
		end-if
	end-perform

	if ws-prod-idx = 0
		move 1 to ws-range-from
	else
		move ws-prod-idx to ws-range-from
	end-if
	move ws-dat-count to ws-range-to
	perform varying ws-dat-idx from ws-range-from by 1
		until ws-dat-idx > ws-dat-count or ws-range-to < ws-dat-count
		if ws-dt-kind( ws-dat-idx ) = 'L' and ws-dt-mode( ws-dat-idx ) = "SCHREIB"
			and ws-dat-idx not = ws-prod-idx
			compute ws-range-to = ws-dat-idx - 1
		end-if
	end-perform
	move 'N' to ws-header-done
	if ws-dat-count > 0
		perform show-range
	end-if
	perform show-unknown-header

	perform varying ws-dat-idx from 1 by 1 until ws-dat-idx > ws-dat-count
		if ws-dt-kind( ws-dat-idx ) = 'G' and ws-dt-mode( ws-dat-idx ) = "LESEN"
			move "  GEN-GELESEN" to ws-show-label
			move spaces to ws-show-extra
			perform show-run-line
			add 1 to ws-use-count
		end-if
	end-perform
exit.

show-range.
	move spaces to ws-cur-program
	move 0 to ws-cur-stamp
	perform varying ws-dat-idx from ws-range-from by 1
		until ws-dat-idx > ws-range-to
		evaluate true
			when ws-dt-kind( ws-dat-idx ) = 'L'
				and ws-dt-mode( ws-dat-idx ) = "SCHREIB"
				display " "
				move "ERZEUGT" to ws-show-label
				move spaces to ws-show-extra
				perform show-run-line
				move 'Y' to ws-header-done
				move ws-dt-program( ws-dat-idx ) to ws-cur-program
				move ws-dt-run-stamp( ws-dat-idx ) to ws-cur-stamp
				add 1 to ws-prod-count
			when ws-dt-kind( ws-dat-idx ) = 'L'
				and ws-dt-mode( ws-dat-idx ) = "LESEN"
				and ( ws-dt-program( ws-dat-idx ) not = ws-cur-program
				or ws-dt-run-stamp( ws-dat-idx ) not = ws-cur-stamp )
				perform show-unknown-header
				move "  GELESEN" to ws-show-label
				move spaces to ws-show-extra
				perform show-run-line
				add 1 to ws-use-count
			when ws-dt-kind( ws-dat-idx ) not = 'L'
				and ws-dt-mode( ws-dat-idx ) = "ARCHIV"
				perform show-unknown-header
				move "  ARCHIVIERT" to ws-show-label
				move ws-dt-file( ws-dat-idx ) to ws-show-extra
				perform show-run-line
			when other
				continue
		end-evaluate
	end-perform
exit.

show-unknown-header.
	if ws-header-done = 'N'
		display " "
		display "ERZEUGT     (vor Beginn der Registrierung - Lauf unbekannt)"
		move 'Y' to ws-header-done
	end-if
exit.

show-run-line.
	move ws-dt-run-stamp( ws-dat-idx ) to ws-show-stamp
	move ws-dt-program( ws-dat-idx ) to ws-show-program
	perform format-stamp
	move 0 to ws-run-found
	perform varying ws-run-idx from 1 by 1
		until ws-run-idx > ws-run-count or ws-run-found > 0
		if ws-rn-program( ws-run-idx ) = ws-show-program
			and ws-rn-stamp( ws-run-idx ) = ws-show-stamp
			move ws-run-idx to ws-run-found
		end-if
	end-perform
	if ws-run-found = 0
		display ws-show-label " " ws-stamp-disp "  " ws-show-program
			"  (kein RUNLOG-Start)  " function trim( ws-show-extra )
		exit paragraph
	end-if
	if ws-rn-outcome( ws-run-found ) = spaces
		move "OFFEN" to ws-rn-outcome( ws-run-found )
	end-if
	if ws-rn-operator( ws-run-found ) = spaces
		display ws-show-label " " ws-stamp-disp "  " ws-show-program
			"  " ws-rn-outcome( ws-run-found )
			"  " function trim( ws-rn-args( ws-run-found ) )
			"  " function trim( ws-show-extra )
	else
		display ws-show-label " " ws-stamp-disp "  " ws-show-program
			"  " ws-rn-outcome( ws-run-found )
			"  " function trim( ws-rn-args( ws-run-found ) )
			"  [" function trim( ws-rn-operator( ws-run-found ) ) "]"
			"  " function trim( ws-show-extra )
	end-if
exit.

format-stamp.
	move ws-show-stamp to ws-stamp-parts
	move spaces to ws-stamp-disp
	string ws-sp-dd "." ws-sp-mm "." ws-sp-yyyy " "
		ws-sp-hh ":" ws-sp-mi ":" ws-sp-ss
		delimited by size into ws-stamp-disp
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-runlog-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-katalog-file
		on exception continue
	end-call
exit.
