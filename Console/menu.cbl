	organization is line sequential
	file status is ws-runlog-status.

	select optional oper-file assign to ws-oper-file
	organization is line sequential
	file status is ws-oper-status.

	select optional prof-file assign to ws-prof-file
	organization is line sequential
	file status is ws-prof-status.

data division.
file section.
fd	vals-file.
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
	05 rl-read		pic 9(9).
	05 rl-written		pic 9(9).
	05 rl-outcome		pic x(8).
	05 rl-operator		pic x(12).

fd	oper-file.
01	oper-record.
	05 bd-id		pic x(8).
	05 bd-profile		pic x(8).
	05 bd-name		pic x(30).

fd	prof-file.
01	prof-record.
	05 pf-profile		pic x(8).
	05 pf-tool		pic x(8).
	05 pf-deny		pic x(60).

working-storage section.
01	ws-vals-file		pic x(200)	value "MENUVALS.DAT".
01	ws-vals-end		pic x		value 'N'.

01	ws-tools.
	05 ws-tool-entry occurs 11 times.
		10 ws-tool-name		pic x(8).
		10 ws-tool-desc		pic x(40).
		10 ws-tool-prog		pic x(12).
01	ws-parm-idx		pic 9.

01	ws-last-values.
	05 ws-last-entry occurs 11 times.
		10 ws-last-value occurs 4 times pic x(40).
01	ws-last-loaded.
	05 ws-last-seen occurs 11 times pic x.

01	ws-choice		pic x(4).
01	ws-choice-n		pic 9(4).
01	ws-runlog-status	pic xx		value spaces.
01	ws-runlog-end		pic x.
01	ws-last-runs.
	05 ws-lr-entry occurs 11 times.
		10 ws-lr-date		pic 9(8).
		10 ws-lr-time		pic 9(6).
		10 ws-lr-outcome	pic x(8).
01	ws-hr-idx		pic 9(2).
01	ws-hr-loop		pic 9(2).

01	ws-oper-file		pic x(200)	value "MENUBEN.DAT".
01	ws-oper-status		pic xx		value spaces.
01	ws-oper-end		pic x		value 'N'.
01	ws-prof-file		pic x(200)	value "MENUPROF.DAT".
01	ws-prof-status		pic xx		value spaces.
01	ws-prof-end		pic x		value 'N'.
01	ws-op-id		pic x(12)	value spaces.
01	ws-op-profile		pic x(8)	value spaces.
01	ws-op-name		pic x(30)	value spaces.
01	ws-op-found		pic x		value 'N'.
01	ws-op-tries		pic 9		value 0.
01	ws-prof-tool		pic x(8).
01	ws-tool-rights.
	05 ws-tool-allowed occurs 11 times pic x.
	05 ws-tool-deny occurs 11 times pic x(120).
01	ws-deny-ptr		pic 9(3).
01	ws-deny-words.
	05 ws-deny-word occurs 8 times pic x(20).
01	ws-deny-idx		pic 9.
01	ws-deny-len		pic 9(2).
01	ws-val-tokens.
	05 ws-val-token occurs 8 times pic x(40).
01	ws-val-idx		pic 9.
01	ws-denied		pic x.
01	ws-denied-word		pic x(20).
01	ws-alert-sev		pic x(8)	value "WARNING".
01	ws-alert-prog		pic x(12)	value "MENU".
01	ws-alert-code		pic x(8)	value "MENUDENY".
01	ws-alert-text		pic x(120).
01	ws-env-name		pic x(8)	value "STANDARD".
01	ws-env-art		pic x		value 'P'.
01	ws-env-ok		pic x.
01	ws-env-input		pic x(8).
01	ws-env-file		pic x(200)	value "UMGEBUNG.DAT".
01	ws-env-path		pic x(200)	value spaces.
01	ws-file-info.
	05 ws-fi-size		pic x(8)	usage comp-x.
	05 ws-fi-stamp		pic x(8).


procedure division.

main-loop.
	perform init-tool-table
	perform select-umgebung
	perform identify-operator
	perform load-last-values
	perform until ws-done = 'Y'
		perform show-menu
				move 'Y' to ws-done
			when function trim( ws-choice ) is numeric
				move function numval( ws-choice ) to ws-choice-n
				if ws-choice-n >= 1 and ws-choice-n <= 11
					move ws-choice-n to ws-tool-idx
					if ws-tool-allowed( ws-tool-idx ) = 'Y'
						perform run-tool-dialog
					else
						display "menu: "
							function trim( ws-tool-name( ws-tool-idx ) )
							" ist fuer Bediener " function trim( ws-op-id )
							" gesperrt"
					end-if
				else
					display "menu: Auswahl 1-11 oder 0 zum Beenden"
				end-if
			when function upper-case( ws-choice( 1 : 1 ) ) = "D"
				and function trim( ws-choice( 2 : ) ) is numeric
				move function numval( ws-choice( 2 : ) ) to ws-choice-n
				if ws-choice-n >= 1 and ws-choice-n <= 11
					move ws-choice-n to ws-hist-tool
					perform show-tool-history
				else
					display "menu: Auswahl 1-11 oder 0 zum Beenden"
				end-if
			when other
				display "menu: Auswahl 1-11, D1-D11 fuer Historie"
					" oder 0 zum Beenden"
		end-evaluate
	end-perform
	perform load-last-runs
	display " "
	display "================ WERKZEUG-KONSOLE ================"
	display "Bediener: " function trim( ws-op-id ) "  "
		function trim( ws-op-name ) "   Umgebung: " function trim( ws-env-name )
	perform varying ws-tool-idx from 1 by 1 until ws-tool-idx > 11
		if ws-tool-allowed( ws-tool-idx ) = 'Y'
			perform format-run-status
		else
			move "[gesperrt]" to ws-status-text
		end-if
		display ws-tool-idx ") " ws-tool-name( ws-tool-idx )
			" - " ws-tool-desc( ws-tool-idx )
			"  " function trim( ws-status-text )
	end-perform
	display "0) Beenden   D1-D11) Lauf-Historie eines Werkzeugs"
	display "Auswahl: " with no advancing
exit.

load-last-runs.
	perform varying ws-lr-idx from 1 by 1 until ws-lr-idx > 11
		move 0 to ws-lr-date( ws-lr-idx )
		move 0 to ws-lr-time( ws-lr-idx )
		move spaces to ws-lr-outcome( ws-lr-idx )
			not at end
				if rl-type = 'E'
					perform varying ws-lr-idx from 1 by 1
						until ws-lr-idx > 11
						if ws-tool-prog( ws-lr-idx ) = rl-program
							move rl-date to ws-lr-date( ws-lr-idx )
							move rl-time to ws-lr-time( ws-lr-idx )
	move "ips" to ws-tool-name( 7 )
	move "IP-Inventur rechnen und berichten" to ws-tool-desc( 7 )
	move "IPCALC" to ws-tool-prog( 7 )
	move "Subnetz, @Datei, MASTER" to ws-parm-label( 7 1 )
	move "200.200.200.0/24" to ws-parm-default( 7 1 )
	move 'N' to ws-parm-numeric( 7 1 )
	move "Berichtsdatei" to ws-parm-label( 7 2 )
	move spaces to ws-parm-default( 9 3 )
	move 'N' to ws-parm-numeric( 9 3 )
	move spaces to ws-parm-label( 9 4 )

	move "ipalloc" to ws-tool-name( 10 )
	move "IP-Adressen vergeben und freigeben" to ws-tool-desc( 10 )
	move "IPALLOC" to ws-tool-prog( 10 )
	move "Funktion (ADD RELEASE..)" to ws-parm-label( 10 1 )
	move "LIST" to ws-parm-default( 10 1 )
	move 'N' to ws-parm-numeric( 10 1 )
	move "IP, Tage oder CSV-Datei" to ws-parm-label( 10 2 )
	move spaces to ws-parm-default( 10 2 )
	move 'N' to ws-parm-numeric( 10 2 )
	move "Hostname oder DRYRUN" to ws-parm-label( 10 3 )
	move spaces to ws-parm-default( 10 3 )
	move 'N' to ws-parm-numeric( 10 3 )
	move "MAC und Abteilung" to ws-parm-label( 10 4 )
	move spaces to ws-parm-default( 10 4 )
	move 'N' to ws-parm-numeric( 10 4 )

	move "ipsubnet" to ws-tool-name( 11 )
	move "Subnetz-Verzeichnis pflegen" to ws-tool-desc( 11 )
	move "IPSUBNET" to ws-tool-prog( 11 )
	move "Funktion (ADD DELETE..)" to ws-parm-label( 11 1 )
	move "LIST" to ws-parm-default( 11 1 )
	move 'N' to ws-parm-numeric( 11 1 )
	move "CIDR oder Steuerdatei" to ws-parm-label( 11 2 )
	move spaces to ws-parm-default( 11 2 )
	move 'N' to ws-parm-numeric( 11 2 )
	move "Attribute (SITE= VLAN=)" to ws-parm-label( 11 3 )
	move spaces to ws-parm-default( 11 3 )
	move 'N' to ws-parm-numeric( 11 3 )
	move "Weitere Attribute" to ws-parm-label( 11 4 )
	move spaces to ws-parm-default( 11 4 )
	move 'N' to ws-parm-numeric( 11 4 )
exit.

select-umgebung.
	call "UMGEBUNG-NAME" using ws-env-name ws-env-art
		on exception continue
	end-call
	accept ws-env-path from environment "UMGEBUNG_DATEI"
	if ws-env-path not = spaces
		move ws-env-path to ws-env-file
	end-if
	if ws-env-name = "STANDARD"
		call "CBL_CHECK_FILE_EXIST" using ws-env-file ws-file-info
		if return-code = 0
			display "Umgebung [STANDARD]: " with no advancing
			accept ws-env-input
			if ws-env-input not = spaces
				move function upper-case( ws-env-input ) to ws-env-input
				call "UMGEBUNG-WAHL" using ws-env-input ws-env-ok
					on exception
						move 'N' to ws-env-ok
				end-call
				if ws-env-ok = 'N'
					display "menu: Umgebung " function trim( ws-env-input )
						" unbekannt - STANDARD bleibt aktiv"
				end-if
				call "UMGEBUNG-NAME" using ws-env-name ws-env-art
					on exception continue
				end-call
			end-if
		end-if
		move 0 to return-code
	end-if
	perform set-umgebung
	if ws-env-art = 'P'
		display "menu: Umgebung " function trim( ws-env-name ) " (Produktion)"
	else
		display "menu: Umgebung " function trim( ws-env-name ) " (Test)"
	end-if
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-vals-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-plan-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-runlog-file
		on exception continue
	end-call
exit.

identify-operator.
	perform varying ws-tool-idx from 1 by 1 until ws-tool-idx > 11
		move 'N' to ws-tool-allowed( ws-tool-idx )
		move spaces to ws-tool-deny( ws-tool-idx )
	end-perform
	open input oper-file
	if ws-oper-status not = "00"
		close oper-file
		accept ws-op-id from environment "USER"
		if ws-op-id = spaces
			move "UNBEKANNT" to ws-op-id
		end-if
		move "ALLE" to ws-op-profile
		display "menu: WARNING - keine Bedienerdatei "
			function trim( ws-oper-file ) " - alle Werkzeuge frei"
		perform varying ws-tool-idx from 1 by 1 until ws-tool-idx > 11
			move 'Y' to ws-tool-allowed( ws-tool-idx )
		end-perform
		set environment "SEQUENZ_CALLER" to ws-op-id
		exit paragraph
	end-if
	close oper-file

	perform until ws-op-found = 'Y' or ws-op-tries >= 3
		display "Bediener-Kennung: " with no advancing
		accept ws-input
		move function upper-case( ws-input ) to ws-op-id
		add 1 to ws-op-tries
		perform find-operator
		if ws-op-found = 'N'
			display "menu: Kennung " function trim( ws-op-id ) " unbekannt"
		end-if
	end-perform
	if ws-op-found = 'N'
		move spaces to ws-alert-text
		string "Anmeldung am Menue nach 3 Versuchen abgewiesen (zuletzt "
			function trim( ws-op-id ) ")"
			delimited by size into ws-alert-text
		perform raise-menu-alert
		display "menu: ERROR - Anmeldung abgewiesen"
		move 8 to return-code
		stop run
	end-if
	perform load-profile
	set environment "SEQUENZ_CALLER" to ws-op-id
	display "menu: angemeldet als " function trim( ws-op-id ) " "
		function trim( ws-op-name ) " (Profil "
		function trim( ws-op-profile ) ")"
exit.

find-operator.
	move 'N' to ws-oper-end
	open input oper-file
	perform until ws-oper-end = 'Y'
		read oper-file
		at end
			move 'Y' to ws-oper-end
		not at end
			if bd-id( 1 : 1 ) not = "*"
				and bd-id not = spaces
				and function upper-case( bd-id ) = ws-op-id
				move 'Y' to ws-op-found
				move function upper-case( bd-profile ) to ws-op-profile
				move bd-name to ws-op-name
				move 'Y' to ws-oper-end
			end-if
	end-perform
	close oper-file
exit.

load-profile.
	open input prof-file
	if ws-prof-status not = "00"
		display "menu: WARNING - keine Profildatei "
			function trim( ws-prof-file ) " - alle Werkzeuge gesperrt"
		close prof-file
		exit paragraph
	end-if
	perform until ws-prof-end = 'Y'
		read prof-file
		at end
			move 'Y' to ws-prof-end
		not at end
			if pf-profile( 1 : 1 ) not = "*"
				and function upper-case( pf-profile ) = ws-op-profile
				move function lower-case( pf-tool ) to ws-prof-tool
				perform varying ws-tool-idx from 1 by 1 until ws-tool-idx > 11
					if ws-prof-tool = "*"
						or ws-prof-tool = ws-tool-name( ws-tool-idx )
						perform grant-tool
					end-if
				end-perform
			end-if
	end-perform
	close prof-file
exit.

grant-tool.
	move 'Y' to ws-tool-allowed( ws-tool-idx )
	if pf-deny = spaces
		exit paragraph
	end-if
	if ws-tool-deny( ws-tool-idx ) = spaces
		move function upper-case( pf-deny ) to ws-tool-deny( ws-tool-idx )
	else
		compute ws-deny-ptr = function length(
			function trim( ws-tool-deny( ws-tool-idx ) ) ) + 2
		string function upper-case( function trim( pf-deny ) )
			delimited by size into ws-tool-deny( ws-tool-idx )
			with pointer ws-deny-ptr
	end-if
exit.

check-parameters.
	move 'N' to ws-denied
	move spaces to ws-denied-word
	if ws-tool-deny( ws-tool-idx ) = spaces
		exit paragraph
	end-if
	move spaces to ws-deny-words
	unstring ws-tool-deny( ws-tool-idx ) delimited by all space or ","
		into ws-deny-word( 1 ) ws-deny-word( 2 ) ws-deny-word( 3 )
			ws-deny-word( 4 ) ws-deny-word( 5 ) ws-deny-word( 6 )
			ws-deny-word( 7 ) ws-deny-word( 8 )
	perform varying ws-parm-idx from 1 by 1
		until ws-parm-idx > 4 or ws-denied = 'Y'
		if ws-cur-value( ws-parm-idx ) not = spaces
			move spaces to ws-val-tokens
			unstring function upper-case( ws-cur-value( ws-parm-idx ) )
				delimited by all space
				into ws-val-token( 1 ) ws-val-token( 2 ) ws-val-token( 3 )
					ws-val-token( 4 ) ws-val-token( 5 ) ws-val-token( 6 )
					ws-val-token( 7 ) ws-val-token( 8 )
			perform check-value-tokens
		end-if
	end-perform
exit.

check-value-tokens.
	perform varying ws-deny-idx from 1 by 1
		until ws-deny-idx > 8 or ws-denied = 'Y'
		if ws-deny-word( ws-deny-idx ) not = spaces
			compute ws-deny-len = function length(
				function trim( ws-deny-word( ws-deny-idx ) ) )
			perform varying ws-val-idx from 1 by 1
				until ws-val-idx > 8 or ws-denied = 'Y'
				if ws-val-token( ws-val-idx ) = ws-deny-word( ws-deny-idx )
					or ( ws-deny-word( ws-deny-idx )( ws-deny-len : 1 ) = "="
					and ws-val-token( ws-val-idx )( 1 : ws-deny-len )
						= ws-deny-word( ws-deny-idx )( 1 : ws-deny-len ) )
					move 'Y' to ws-denied
					move ws-deny-word( ws-deny-idx ) to ws-denied-word
				end-if
			end-perform
		end-if
	end-perform
exit.

raise-menu-alert.
	call "ALERT-RAISE" using ws-alert-sev ws-alert-prog ws-alert-code
		ws-alert-text
		on exception continue
	end-call
	move 0 to return-code
exit.

load-last-values.
	perform varying ws-tool-idx from 1 by 1 until ws-tool-idx > 11
		move 'N' to ws-last-seen( ws-tool-idx )
	end-perform
	open input vals-file
				move 'Y' to ws-vals-end
			not at end
				perform varying ws-tool-idx from 1 by 1
					until ws-tool-idx > 11
					if ws-tool-name( ws-tool-idx ) = mv-tool
						move mv-value-1 to ws-last-value( ws-tool-idx 1 )
						move mv-value-2 to ws-last-value( ws-tool-idx 2 )

save-last-values.
	open output vals-file
	perform varying ws-tool-idx from 1 by 1 until ws-tool-idx > 11
		if ws-last-seen( ws-tool-idx ) = 'Y'
			move spaces to vals-record
			move ws-tool-name( ws-tool-idx ) to mv-tool
		end-if
	end-perform

	perform check-parameters
	if ws-denied = 'Y'
		display "menu: Parameter " function trim( ws-denied-word ) " fuer "
			function trim( ws-tool-name( ws-tool-idx ) )
			" im Profil " function trim( ws-op-profile ) " nicht erlaubt"
		move spaces to ws-alert-text
		string "Bediener " function trim( ws-op-id ) " - Parameter "
			function trim( ws-denied-word ) " fuer "
			function trim( ws-tool-name( ws-tool-idx ) ) " abgewiesen"
			delimited by size into ws-alert-text
		perform raise-menu-alert
		exit paragraph
	end-if

	perform assemble-command
	display " "
	display "Befehl: " function trim( ws-command )
	accept ws-plan-input
	if ws-plan-input not = spaces
		move ws-plan-input to ws-plan-file
		call "UMGEBUNG-DATEI" using ws-plan-file
			on exception continue
		end-call
	end-if
	open extend plan-file
	move spaces to plan-record
