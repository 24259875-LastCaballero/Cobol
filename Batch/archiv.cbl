	organization is line sequential
	file status is ws-gen-status.

	select optional hold-file assign to ws-hold-file
	organization is line sequential
	file status is ws-hold-status.

data division.
file section.
fd	cfg-file.
	05 cf-family		pic x(12).
	05 cf-filename		pic x(60).
	05 cf-keep		pic 9(3).
	05 cf-years		pic x(2).

fd	katalog-file.
01	katalog-record.
fd	gen-file.
01	gen-record		pic x(300).

fd	hold-file.
01	hold-record.
	05 hd-family		pic x(12).
	05 hd-gen		pic x(80).
	05 hd-date		pic 9(8).
	05 hd-time		pic 9(6).

working-storage section.
01	ws-args			pic x(200).
01	ws-tok-mode		pic x(10)	value spaces.
01	ws-live-status		pic xx		value spaces.
01	ws-live-end		pic x		value 'N'.
01	ws-gen-name		pic x(200).
01	ws-hold-file		pic x(200)	value "ARCHHOLD.DAT".
01	ws-hold-status		pic xx		value spaces.
01	ws-hold-end		pic x		value 'N'.
01	ws-hold-family		pic x(12)	value spaces.
01	ws-hold-gen		pic x(80)	value spaces.

01	ws-families.
	05 ws-fam-entry occurs 20 times.
		10 ws-fam-name		pic x(12).
		10 ws-fam-file		pic x(60).
		10 ws-fam-keep		pic 9(3).
		10 ws-fam-years		pic 9(2).
01	ws-fam-count		pic 9(2)	value 0.
01	ws-fam-idx		pic 9(2).

		10 ws-kat-dead		pic x.
01	ws-kat-count		pic 9(3)	value 0.
01	ws-kat-idx		pic 9(3).
01	ws-oldest-idx		pic 9(3).
01	ws-copy-count		pic 9(6).
01	ws-roll-count		pic 9(3)	value 0.
01	ws-purge-count		pic 9(3)	value 0.
01	ws-retain-count		pic 9(3)	value 0.

01	ws-holds.
	05 ws-hold-entry occurs 100 times.
		10 ws-hd-family		pic x(12).
		10 ws-hd-gen		pic x(80).
		10 ws-hd-date		pic 9(8).
		10 ws-hd-time		pic 9(6).
01	ws-hold-count		pic 9(3)	value 0.
01	ws-hold-idx		pic 9(3).
01	ws-hold-found		pic 9(3).
01	ws-held			pic x.
01	ws-purge-why		pic x.
01	ws-newer-count		pic 9(3).
01	ws-scan-idx		pic 9(3).
01	ws-age-date		pic 9(8).
01	ws-year-ahead		pic 9(8).
01	ws-due-date		pic 9(8).
01	ws-rolls-needed		pic 9(3).
01	ws-prev-count		pic 9(3)	value 0.
01	ws-prev-status		pic x(40).
01	ws-hold-mark		pic x(4).

01	ws-now-date		pic 9(8).
01	ws-now-time		pic 9(8).
01	ws-vfy-checked		pic 9(3)	value 0.
01	ws-vfy-end		pic x.

01	ws-log-prog	pic x(12)	value "ARCHIV".
01	ws-log-args	pic x(80)	value spaces.
01	ws-log-read	pic 9(9)	value 0.
01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-alert-sev		pic x(8).
01	ws-alert-code		pic x(8).
01	ws-alert-text		pic x(120).
01	ws-log-active	pic x		value 'N'.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".
01	ws-dat-archiv	pic x(8)	value "ARCHIV".


procedure division.

			end-if
		end-if
	else
		if ws-tok-mode = "HOLD" or ws-tok-mode = "RELEASE"
			move function upper-case( ws-tok-2 ) to ws-hold-family
			move ws-tok-3 to ws-hold-gen
			move ws-tok-4 to ws-tok-cfg
		else
			move ws-tok-2 to ws-tok-cfg
		end-if
	end-if
	if ws-tok-cfg not = spaces
		move ws-tok-cfg to ws-cfg-file
	end-if

	perform set-umgebung
	perform load-config
	perform load-katalog
	perform load-holds

	if ws-tok-mode = "ROLL" or ws-tok-mode = "RESTORE"
		move ws-args to ws-log-args
		call "RUNLOG-START" using ws-log-prog ws-log-args
			on exception continue
		end-call
		move 'Y' to ws-log-active
	end-if

	evaluate ws-tok-mode
		when "ROLL"
			end-perform
			perform save-katalog
			display "archiv: " ws-roll-count " generation(s) rolled, "
				ws-purge-count " purged, " ws-retain-count " retained"
		when "LIST"
			perform list-katalog
		when "RESTORE"
			perform save-katalog
		when "VERIFY"
			perform verify-katalog
		when "HOLD"
			perform set-hold
		when "RELEASE"
			perform release-hold
		when "PREVIEW"
			perform preview-purges
		when other
			display "archiv: usage - ROLL [cfgfile]  |  LIST [cfgfile]"
				"  |  VERIFY [cfgfile]"
				"  |  RESTORE family [jjjjmmtt] [cfgfile]"
			display "archiv:         HOLD family|* [generation|jjjjmmtt] [cfgfile]"
				"  |  RELEASE family|* [generation|jjjjmmtt] [cfgfile]"
				"  |  PREVIEW [cfgfile]"
			move 8 to return-code
	end-evaluate
	if ws-log-active = 'Y'
		move ws-roll-count to ws-log-read
		move ws-roll-count to ws-log-written
		move return-code to ws-log-rc
		call "RUNLOG-END" using ws-log-prog ws-log-read ws-log-written
			ws-log-outcome
			on exception continue
		end-call
		move ws-log-rc to return-code
	end-if
	stop run.

load-config.
				move cf-family to ws-fam-name( ws-fam-count )
				move cf-filename to ws-fam-file( ws-fam-count )
				move cf-keep to ws-fam-keep( ws-fam-count )
				if cf-years is numeric
					move cf-years to ws-fam-years( ws-fam-count )
				else
					move 0 to ws-fam-years( ws-fam-count )
					if cf-years not = spaces
						display "archiv: WARNING - retention years '"
							cf-years "' of " function trim( cf-family )
							" not numeric - ignored"
					end-if
				end-if
			end-if
	end-perform
	close cfg-file
roll-one-family.
	move 'N' to ws-live-end
	move ws-fam-file( ws-fam-idx ) to ws-live-name
	call "UMGEBUNG-DATEI" using ws-live-name
		on exception continue
	end-call
	open input live-file
	if ws-live-status not = "00"
		display "archiv: " function trim( ws-live-name )
	accept ws-now-date from date yyyymmdd
	accept ws-now-time from time
	move spaces to ws-gen-name
	string function trim( ws-live-name )
		".G" ws-now-date ws-now-time( 1 : 6 )
		delimited by size into ws-gen-name
	open output gen-file
	end-perform
	close live-file
	close gen-file
	call "RUNLOG-DATEI" using ws-log-prog ws-live-name ws-dat-lesen
		on exception continue
	end-call
	call "RUNLOG-DATEI" using ws-log-prog ws-gen-name ws-dat-archiv
		on exception continue
	end-call
	add 1 to ws-roll-count
	display "archiv: " function trim( ws-live-name ) " -> "
		function trim( ws-gen-name ) " (" ws-copy-count " record(s))"
exit.

purge-family.
	if ws-fam-keep( ws-fam-idx ) = 0 and ws-fam-years( ws-fam-idx ) = 0
		exit paragraph
	end-if
	perform varying ws-oldest-idx from 1 by 1 until ws-oldest-idx > ws-kat-count
		if ws-kat-dead( ws-oldest-idx ) = 'N'
			and ws-kat-family( ws-oldest-idx ) = ws-fam-name( ws-fam-idx )
			and ws-kat-gen( ws-oldest-idx ) not = ws-rest-src
			perform check-purgeable
			evaluate ws-purge-why
				when 'P'
					move ws-kat-gen( ws-oldest-idx ) to ws-del-name
					call "CBL_DELETE_FILE" using ws-del-name
						on exception continue
					end-call
					move 'Y' to ws-kat-dead( ws-oldest-idx )
					add 1 to ws-purge-count
					display "archiv: purged " function trim( ws-del-name )
				when 'H'
					add 1 to ws-retain-count
					display "archiv: retained "
						function trim( ws-kat-gen( ws-oldest-idx ) )
						" - legal hold"
				when 'A'
					add 1 to ws-retain-count
					display "archiv: retained "
						function trim( ws-kat-gen( ws-oldest-idx ) )
						" - younger than " ws-fam-years( ws-fam-idx ) " year(s)"
			end-evaluate
		end-if
	end-perform
exit.

check-purgeable.
	move 'C' to ws-purge-why
	move 0 to ws-newer-count
	perform varying ws-scan-idx from 1 by 1 until ws-scan-idx > ws-kat-count
		if ws-kat-dead( ws-scan-idx ) = 'N'
			and ws-kat-family( ws-scan-idx ) = ws-kat-family( ws-oldest-idx )
			and ( ws-kat-date( ws-scan-idx ) > ws-kat-date( ws-oldest-idx )
			or ( ws-kat-date( ws-scan-idx ) = ws-kat-date( ws-oldest-idx )
			and ws-kat-time( ws-scan-idx ) > ws-kat-time( ws-oldest-idx ) ) )
			add 1 to ws-newer-count
		end-if
	end-perform
	if ws-fam-keep( ws-fam-idx ) > 0
		and ws-newer-count < ws-fam-keep( ws-fam-idx )
		exit paragraph
	end-if
	if ws-fam-years( ws-fam-idx ) > 0
		compute ws-age-date = ws-kat-date( ws-oldest-idx )
			+ ws-fam-years( ws-fam-idx ) * 10000
		if ws-now-date < ws-age-date
			move 'A' to ws-purge-why
			exit paragraph
		end-if
	end-if
	move ws-oldest-idx to ws-kat-idx
	perform check-hold
	if ws-held = 'Y'
		move 'H' to ws-purge-why
		exit paragraph
	end-if
	move 'P' to ws-purge-why
exit.

check-hold.
	move 'N' to ws-held
	perform varying ws-hold-idx from 1 by 1 until ws-hold-idx > ws-hold-count
		if ws-hd-family( ws-hold-idx ) = "*"
			or ws-hd-family( ws-hold-idx ) = ws-kat-family( ws-kat-idx )
			if ws-hd-gen( ws-hold-idx ) = spaces
				or ws-hd-gen( ws-hold-idx ) = ws-kat-gen( ws-kat-idx )
				or ( ws-hd-gen( ws-hold-idx )( 9 : ) = spaces
				and ws-hd-gen( ws-hold-idx )( 1 : 8 ) = ws-kat-date( ws-kat-idx ) )
				move 'Y' to ws-held
			end-if
		end-if
	end-perform
exit.

load-holds.
	open input hold-file
	if ws-hold-status = "00"
		perform until ws-hold-end = 'Y'
			read hold-file
			at end
				move 'Y' to ws-hold-end
			not at end
				if hd-family not = spaces and ws-hold-count < 100
					add 1 to ws-hold-count
					move hd-family to ws-hd-family( ws-hold-count )
					move hd-gen to ws-hd-gen( ws-hold-count )
					move hd-date to ws-hd-date( ws-hold-count )
					move hd-time to ws-hd-time( ws-hold-count )
				end-if
		end-perform
	end-if
	close hold-file
exit.

save-holds.
	open output hold-file
	if ws-hold-status not = "00" and ws-hold-status not = "05"
		display "archiv: ERROR - cannot write " function trim( ws-hold-file )
		move 8 to return-code
		stop run
	end-if
	perform varying ws-hold-idx from 1 by 1 until ws-hold-idx > ws-hold-count
		if ws-hd-family( ws-hold-idx ) not = spaces
			move spaces to hold-record
			move ws-hd-family( ws-hold-idx ) to hd-family
			move ws-hd-gen( ws-hold-idx ) to hd-gen
			move ws-hd-date( ws-hold-idx ) to hd-date
			move ws-hd-time( ws-hold-idx ) to hd-time
			write hold-record
		end-if
	end-perform
	close hold-file
exit.

find-hold.
	move 0 to ws-hold-found
	perform varying ws-hold-idx from 1 by 1 until ws-hold-idx > ws-hold-count
		if ws-hd-family( ws-hold-idx ) = ws-hold-family
			and ws-hd-gen( ws-hold-idx ) = ws-hold-gen
			move ws-hold-idx to ws-hold-found
		end-if
	end-perform
exit.

set-hold.
	if ws-hold-family = spaces
		display "archiv: ERROR - HOLD needs a family name or *"
		move 8 to return-code
		stop run
	end-if
	if ws-hold-family not = "*"
		move 0 to ws-rest-fam-idx
		perform varying ws-fam-idx from 1 by 1 until ws-fam-idx > ws-fam-count
			if ws-fam-name( ws-fam-idx ) = ws-hold-family
				move ws-fam-idx to ws-rest-fam-idx
			end-if
		end-perform
		if ws-rest-fam-idx = 0
			display "archiv: ERROR - family " function trim( ws-hold-family )
				" not in config " function trim( ws-cfg-file )
			move 8 to return-code
			stop run
		end-if
	end-if
	if ws-hold-gen not = spaces
		and not ( ws-hold-gen( 1 : 8 ) is numeric
		and ws-hold-gen( 9 : ) = spaces )
		move 0 to ws-rest-gen-idx
		perform varying ws-kat-idx from 1 by 1 until ws-kat-idx > ws-kat-count
			if ws-kat-gen( ws-kat-idx ) = ws-hold-gen
				and ( ws-hold-family = "*"
				or ws-kat-family( ws-kat-idx ) = ws-hold-family )
				move ws-kat-idx to ws-rest-gen-idx
			end-if
		end-perform
		if ws-rest-gen-idx = 0
			display "archiv: ERROR - generation " function trim( ws-hold-gen )
				" not in catalog"
			move 8 to return-code
			stop run
		end-if
	end-if
	perform find-hold
	if ws-hold-found > 0
		display "archiv: hold already set for " function trim( ws-hold-family )
			" " function trim( ws-hold-gen )
		exit paragraph
	end-if
	if ws-hold-count >= 100
		display "archiv: ERROR - more than 100 holds - nothing changed"
		move 8 to return-code
		stop run
	end-if
	accept ws-now-date from date yyyymmdd
	accept ws-now-time from time
	add 1 to ws-hold-count
	move ws-hold-family to ws-hd-family( ws-hold-count )
	move ws-hold-gen to ws-hd-gen( ws-hold-count )
	move ws-now-date to ws-hd-date( ws-hold-count )
	move ws-now-time( 1 : 6 ) to ws-hd-time( ws-hold-count )
	perform save-holds
	if ws-hold-gen = spaces
		display "archiv: legal hold set on family " function trim( ws-hold-family )
			" - nothing of it will be purged"
	else
		display "archiv: legal hold set on " function trim( ws-hold-family )
			" " function trim( ws-hold-gen )
	end-if
exit.

release-hold.
	perform find-hold
	if ws-hold-found = 0
		display "archiv: no hold for " function trim( ws-hold-family )
			" " function trim( ws-hold-gen )
		move 4 to return-code
		exit paragraph
	end-if
	move spaces to ws-hd-family( ws-hold-found )
	perform save-holds
	display "archiv: legal hold released on " function trim( ws-hold-family )
		" " function trim( ws-hold-gen )
exit.

preview-purges.
	accept ws-now-date from date yyyymmdd
	compute ws-year-ahead = ws-now-date + 10000
	display "LOESCHVORSCHAU BIS " ws-year-ahead
	display "FAMILIE       GENERATION                                                        DATUM     LOESCHBAR AB  STATUS"
	perform varying ws-fam-idx from 1 by 1 until ws-fam-idx > ws-fam-count
		if ws-fam-keep( ws-fam-idx ) > 0 or ws-fam-years( ws-fam-idx ) > 0
			perform varying ws-oldest-idx from 1 by 1
				until ws-oldest-idx > ws-kat-count
				if ws-kat-dead( ws-oldest-idx ) = 'N'
					and ws-kat-family( ws-oldest-idx ) = ws-fam-name( ws-fam-idx )
					perform preview-one-generation
				end-if
			end-perform
		end-if
	end-perform
	display "archiv: " ws-prev-count " generation(s) purgeable or due within a year"
exit.

preview-one-generation.
	perform check-purgeable
	move ws-now-date to ws-due-date
	if ws-fam-years( ws-fam-idx ) > 0
		compute ws-age-date = ws-kat-date( ws-oldest-idx )
			+ ws-fam-years( ws-fam-idx ) * 10000
		if ws-age-date > ws-due-date
			move ws-age-date to ws-due-date
		end-if
	end-if
	if ws-due-date > ws-year-ahead
		exit paragraph
	end-if
	move spaces to ws-prev-status
	evaluate ws-purge-why
		when 'P'
			move "beim naechsten ROLL" to ws-prev-status
		when 'A'
			move "Aufbewahrungsfrist laeuft" to ws-prev-status
		when 'H'
			move "GESPERRT - legal hold" to ws-prev-status
		when 'C'
			compute ws-rolls-needed =
				ws-fam-keep( ws-fam-idx ) - ws-newer-count
			string "nach " ws-rolls-needed " weiteren ROLL(s)"
				delimited by size into ws-prev-status
			move ws-oldest-idx to ws-kat-idx
			perform check-hold
			if ws-held = 'Y'
				move "GESPERRT - legal hold" to ws-prev-status
			end-if
	end-evaluate
	add 1 to ws-prev-count
	display ws-kat-family( ws-oldest-idx ) "  "
		ws-kat-gen( ws-oldest-idx ) "  "
		ws-kat-date( ws-oldest-idx ) "  "
		ws-due-date "      " function trim( ws-prev-status )
exit.

restore-family.
	move ws-rest-src to ws-gen-name
	open input gen-file
	move ws-fam-file( ws-rest-fam-idx ) to ws-live-name
	call "UMGEBUNG-DATEI" using ws-live-name
		on exception continue
	end-call
	open output live-file
	move 'N' to ws-live-end
	move 0 to ws-copy-count
	end-perform
	close gen-file
	close live-file
	call "RUNLOG-DATEI" using ws-log-prog ws-rest-src ws-dat-lesen
		on exception continue
	end-call
	call "RUNLOG-DATEI" using ws-log-prog ws-live-name ws-dat-schreib
		on exception continue
	end-call
	display "archiv: restored " function trim( ws-rest-src )
		" -> " function trim( ws-live-name )
		" (" ws-copy-count " record(s))"
	if ws-gen-status not = "00"
		display "archiv: MISSING " function trim( ws-gen-name )
		add 1 to ws-vfy-bad
		move spaces to ws-alert-text
		string "verify: generation missing " function trim( ws-gen-name )
			delimited by size into ws-alert-text
		perform raise-verify-alert
		close gen-file
		exit paragraph
	end-if
			" record(s)/" ws-kat-chk( ws-kat-idx )
			", found " ws-vfy-count "/" ws-run-chk
		add 1 to ws-vfy-bad
		move spaces to ws-alert-text
		string "verify: checksum mismatch " function trim( ws-gen-name )
			delimited by size into ws-alert-text
		perform raise-verify-alert
	end-if
exit.

raise-verify-alert.
	move "ERROR" to ws-alert-sev
	move "ARCHVFY" to ws-alert-code
	move return-code to ws-log-rc
	call "ALERT-RAISE" using ws-alert-sev ws-log-prog ws-alert-code
		ws-alert-text
		on exception continue
	end-call
	move ws-log-rc to return-code
exit.

list-katalog.
	display "FAMILIE       GENERATION                                                        DATUM     ZEIT    HOLD"
	perform varying ws-kat-idx from 1 by 1 until ws-kat-idx > ws-kat-count
		perform check-hold
		if ws-held = 'Y'
			move "HOLD" to ws-hold-mark
		else
			move spaces to ws-hold-mark
		end-if
		display ws-kat-family( ws-kat-idx ) "  "
			ws-kat-gen( ws-kat-idx ) "  "
			ws-kat-date( ws-kat-idx ) "  "
			ws-kat-time( ws-kat-idx ) "  " ws-hold-mark
	end-perform
	display "archiv: " ws-kat-count " Eintrag/Eintraege"
	perform varying ws-hold-idx from 1 by 1 until ws-hold-idx > ws-hold-count
		if ws-hd-gen( ws-hold-idx ) = spaces
			display "archiv: legal hold on family "
				function trim( ws-hd-family( ws-hold-idx ) )
				" since " ws-hd-date( ws-hold-idx )
		else
			display "archiv: legal hold on "
				function trim( ws-hd-family( ws-hold-idx ) ) " "
				function trim( ws-hd-gen( ws-hold-idx ) )
				" since " ws-hd-date( ws-hold-idx )
		end-if
	end-perform
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-cfg-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-katalog-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-hold-file
		on exception continue
	end-call
exit.
