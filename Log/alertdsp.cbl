identification division.
program-id.	alertdsp.


environment division.
input-output section.
file-control.
	select optional alert-file assign to ws-alert-file
	organization is line sequential
	file status is ws-alert-status.

	select alert-neu-file assign to ws-alert-neu
	organization is line sequential
	file status is ws-alert-neu-status.

	select optional cfg-file assign to ws-cfg-file
	organization is line sequential
	file status is ws-cfg-status.

	select mail-file assign to ws-mail-file
	organization is line sequential
	file status is ws-mail-status.

	select sms-file assign to ws-sms-file
	organization is line sequential
	file status is ws-sms-status.

data division.
file section.
fd	alert-file.
01	alert-record.
	05 al-date		pic 9(8).
	05 al-time		pic 9(6).
	05 al-severity		pic x(8).
	05 al-program		pic x(12).
	05 al-code		pic x(8).
	05 al-text		pic x(120).
	05 al-state		pic x.
	05 al-sent-date		pic 9(8).
	05 al-sent-time		pic 9(6).
	05 al-ack-date		pic 9(8).
	05 al-ack-time		pic 9(6).

fd	alert-neu-file.
01	alert-neu-record	pic x(191).

fd	cfg-file.
01	cfg-record.
	05 cfg-channel		pic x(8).
	05 cfg-min-sev		pic x(8).
	05 cfg-target		pic x(60).

fd	mail-file.
01	mail-record		pic x(200).

fd	sms-file.
01	sms-record		pic x(200).

working-storage section.
01	ws-args			pic x(100).
01	ws-tok-cmd		pic x(12)	value spaces.
01	ws-tok-prog		pic x(12)	value spaces.
01	ws-tok-code		pic x(8)	value spaces.
01	ws-alert-file		pic x(200)	value "ALERTS.DAT".
01	ws-alert-status		pic xx		value spaces.
01	ws-alert-end		pic x		value 'N'.
01	ws-alert-neu		pic x(200)	value spaces.
01	ws-alert-neu-status	pic xx		value spaces.
01	ws-late-read		pic 9(5)	value 0.
01	ws-late-count		pic 9(4)	value 0.
01	ws-save-rc		pic s9(9)	usage comp.
01	ws-cfg-file		pic x(200)	value "ALERTCFG.DAT".
01	ws-cfg-status		pic xx		value spaces.
01	ws-cfg-end		pic x		value 'N'.
01	ws-mail-file		pic x(200)	value spaces.
01	ws-mail-status		pic xx		value spaces.
01	ws-mail-open		pic x		value 'N'.
01	ws-sms-file		pic x(200)	value spaces.
01	ws-sms-status		pic xx		value spaces.
01	ws-sms-open		pic x		value 'N'.
01	ws-keep-days		pic 9(3)	value 30.

01	ws-alerts.
	05 ws-al-entry occurs 5000 times.
		10 ws-al-date		pic 9(8).
		10 ws-al-time		pic 9(6).
		10 ws-al-severity	pic x(8).
		10 ws-al-program	pic x(12).
		10 ws-al-code		pic x(8).
		10 ws-al-text		pic x(120).
		10 ws-al-state		pic x.
		10 ws-al-sent-date	pic 9(8).
		10 ws-al-sent-time	pic 9(6).
		10 ws-al-ack-date	pic 9(8).
		10 ws-al-ack-time	pic 9(6).
		10 ws-al-this-run	pic x.
		10 ws-al-rank		pic 9.
01	ws-al-count		pic 9(4)	value 0.
01	ws-al-idx		pic 9(4).
01	ws-al-dup		pic 9(4).

01	ws-recipients.
	05 ws-rc-entry occurs 20 times.
		10 ws-rc-channel	pic x(8).
		10 ws-rc-min-rank	pic 9.
		10 ws-rc-target		pic x(60).
01	ws-rc-count		pic 9(2)	value 0.
01	ws-rc-idx		pic 9(2).

01	ws-sev-in		pic x(8).
01	ws-sev-rank		pic 9.
01	ws-top-rank		pic 9.
01	ws-top-sev		pic x(8).

01	ws-now-date		pic 9(8).
01	ws-now-time		pic 9(8).
01	ws-run-stamp		pic x(14).
01	ws-today-int		pic 9(8).
01	ws-age-days		pic s9(8).

01	ws-new-count		pic 9(4)	value 0.
01	ws-sent-count		pic 9(4)	value 0.
01	ws-dup-count		pic 9(4)	value 0.
01	ws-ack-count		pic 9(4)	value 0.
01	ws-drop-count		pic 9(4)	value 0.
01	ws-mail-count		pic 9(4)	value 0.
01	ws-sms-count		pic 9(4)	value 0.
01	ws-line-count		pic 9(4)	value 0.
01	ws-msg-count		pic 9(4).
01	ws-severe-count		pic 9(4)	value 0.

01	ws-date-disp		pic x(10).
01	ws-time-disp		pic x(8).
01	ws-date-parts.
	05 ws-dp-yyyy		pic x(4).
	05 ws-dp-mm		pic x(2).
	05 ws-dp-dd		pic x(2).
01	ws-time-parts.
	05 ws-tp-hh		pic x(2).
	05 ws-tp-mi		pic x(2).
	05 ws-tp-ss		pic x(2).
01	ws-state-disp		pic x(10).
01	ws-alert-line		pic x(200).

01	ws-log-prog		pic x(12)	value "ALERTDSP".
01	ws-log-args		pic x(80)	value spaces.
01	ws-log-read		pic 9(9)	value 0.
01	ws-log-written		pic 9(9)	value 0.
01	ws-log-outcome		pic x(8)	value "OK".
01	ws-log-rc		pic s9(9)	usage comp.
01	ws-dat-lesen		pic x(8)	value "LESEN".
01	ws-dat-schreib		pic x(8)	value "SCHREIB".


procedure division.

process-args.
	accept ws-args from command-line
	unstring ws-args delimited by all space
		into ws-tok-cmd ws-tok-prog ws-tok-code
	move function upper-case( ws-tok-cmd ) to ws-tok-cmd
	if ws-tok-cmd = spaces
		move "RUN" to ws-tok-cmd
	end-if
	accept ws-now-date from date yyyymmdd
	accept ws-now-time from time
	compute ws-today-int = function integer-of-date( ws-now-date )
	perform set-umgebung

	evaluate ws-tok-cmd
		when "RUN"
			move ws-args to ws-log-args
			call "RUNLOG-START" using ws-log-prog ws-log-args
				on exception continue
			end-call
			perform load-alerts
			perform load-config
			perform dispatch-alerts
			perform save-alerts
			move ws-al-count to ws-log-read
			compute ws-log-written = ws-mail-count + ws-sms-count
			move return-code to ws-log-rc
			call "RUNLOG-END" using ws-log-prog ws-log-read ws-log-written
				ws-log-outcome
				on exception continue
			end-call
			move ws-log-rc to return-code
		when "LIST"
			perform load-alerts
			perform list-alerts
		when "ACK"
			if ws-tok-prog = spaces
				display "alertdsp: usage - ACK program [code]"
				move 8 to return-code
				stop run
			end-if
			perform load-alerts
			perform ack-alerts
			perform save-alerts
		when other
			display "alertdsp: usage - [RUN]  |  LIST [ALL|program]"
				"  |  ACK program [code]"
			move 8 to return-code
	end-evaluate
	stop run.

load-alerts.
	open input alert-file
	call "RUNLOG-DATEI" using ws-log-prog ws-alert-file ws-dat-lesen
		on exception continue
	end-call
	if ws-alert-status not = "00" and ws-alert-status not = "05"
		display "alertdsp: ERROR - cannot open " function trim( ws-alert-file )
		move 8 to return-code
		stop run
	end-if
	perform until ws-alert-end = 'Y'
		read alert-file
		at end
			move 'Y' to ws-alert-end
		not at end
			if ws-al-count >= 5000
				display "alertdsp: ERROR - more than 5000 alerts in "
					function trim( ws-alert-file ) " - nothing changed"
				close alert-file
				move 8 to return-code
				stop run
			end-if
			add 1 to ws-al-count
			move al-date to ws-al-date( ws-al-count )
			move al-time to ws-al-time( ws-al-count )
			move al-severity to ws-al-severity( ws-al-count )
			move al-program to ws-al-program( ws-al-count )
			move al-code to ws-al-code( ws-al-count )
			move al-text to ws-al-text( ws-al-count )
			move al-state to ws-al-state( ws-al-count )
			if al-state = space
				move 'N' to ws-al-state( ws-al-count )
			end-if
			move al-sent-date to ws-al-sent-date( ws-al-count )
			move al-sent-time to ws-al-sent-time( ws-al-count )
			move al-ack-date to ws-al-ack-date( ws-al-count )
			move al-ack-time to ws-al-ack-time( ws-al-count )
			move 'N' to ws-al-this-run( ws-al-count )
			move al-severity to ws-sev-in
			perform severity-rank
			move ws-sev-rank to ws-al-rank( ws-al-count )
	end-perform
	close alert-file
exit.

load-config.
	open input cfg-file
	call "RUNLOG-DATEI" using ws-log-prog ws-cfg-file ws-dat-lesen
		on exception continue
	end-call
	if ws-cfg-status = "00"
		perform until ws-cfg-end = 'Y'
			read cfg-file
			at end
				move 'Y' to ws-cfg-end
			not at end
				perform take-recipient
		end-perform
	end-if
	close cfg-file
	if ws-rc-count = 0
		display "alertdsp: WARNING - no recipients in "
			function trim( ws-cfg-file ) " - mail to operator"
		move 1 to ws-rc-count
		move "MAIL" to ws-rc-channel( 1 )
		move 1 to ws-rc-min-rank( 1 )
		move "operator" to ws-rc-target( 1 )
	end-if
exit.

take-recipient.
	if cfg-channel = spaces or cfg-channel( 1 : 1 ) = "*"
		exit paragraph
	end-if
	if cfg-channel not = "MAIL" and cfg-channel not = "SMS"
		display "alertdsp: WARNING - unknown channel '"
			function trim( cfg-channel ) "' - line ignored"
		exit paragraph
	end-if
	if cfg-target = spaces
		display "alertdsp: WARNING - " function trim( cfg-channel )
			" recipient without address - line ignored"
		exit paragraph
	end-if
	if ws-rc-count >= 20
		display "alertdsp: WARNING - more than 20 recipients - "
			function trim( cfg-target ) " ignored"
		exit paragraph
	end-if
	add 1 to ws-rc-count
	move cfg-channel to ws-rc-channel( ws-rc-count )
	move cfg-target to ws-rc-target( ws-rc-count )
	move cfg-min-sev to ws-sev-in
	if ws-sev-in = spaces
		move "INFO" to ws-sev-in
	end-if
	perform severity-rank
	move ws-sev-rank to ws-rc-min-rank( ws-rc-count )
exit.

severity-rank.
	evaluate ws-sev-in
		when "INFO"
			move 1 to ws-sev-rank
		when "ERROR"
			move 3 to ws-sev-rank
		when "CRITICAL"
			move 4 to ws-sev-rank
		when other
			move 2 to ws-sev-rank
	end-evaluate
exit.

dispatch-alerts.
	move ws-now-date to ws-run-stamp( 1 : 8 )
	move ws-now-time( 1 : 6 ) to ws-run-stamp( 9 : 6 )
	move 0 to ws-top-rank
	perform varying ws-al-idx from 1 by 1 until ws-al-idx > ws-al-count
		if ws-al-state( ws-al-idx ) = 'N'
			add 1 to ws-new-count
			perform find-open-duplicate
			if ws-al-dup > 0
				move 'D' to ws-al-state( ws-al-idx )
				add 1 to ws-dup-count
			else
				move 'G' to ws-al-state( ws-al-idx )
				move ws-now-date to ws-al-sent-date( ws-al-idx )
				move ws-now-time( 1 : 6 ) to ws-al-sent-time( ws-al-idx )
				move 'Y' to ws-al-this-run( ws-al-idx )
				add 1 to ws-sent-count
				if ws-al-rank( ws-al-idx ) >= 3
					add 1 to ws-severe-count
				end-if
				if ws-al-rank( ws-al-idx ) > ws-top-rank
					move ws-al-rank( ws-al-idx ) to ws-top-rank
					move ws-al-severity( ws-al-idx ) to ws-top-sev
				end-if
			end-if
		end-if
	end-perform

	if ws-sent-count > 0
		perform varying ws-rc-idx from 1 by 1 until ws-rc-idx > ws-rc-count
			if ws-rc-channel( ws-rc-idx ) = "MAIL"
				perform write-mail
			else
				perform write-sms
			end-if
		end-perform
	end-if
	if ws-mail-open = 'Y'
		close mail-file
	end-if
	if ws-sms-open = 'Y'
		close sms-file
	end-if

	display "alertdsp: " ws-new-count " neue Meldung(en), "
		ws-sent-count " gemeldet, " ws-dup-count " Duplikat(e) unterdrueckt"
	if ws-mail-count > 0
		display "alertdsp: " ws-mail-count " Mail(s) in "
			function trim( ws-mail-file )
	end-if
	if ws-sms-count > 0
		display "alertdsp: " ws-sms-count " SMS in "
			function trim( ws-sms-file )
	end-if
	if ws-severe-count > 0
		move 4 to return-code
	end-if
exit.

find-open-duplicate.
	move 0 to ws-al-dup
	perform varying ws-al-dup from 1 by 1
		until ws-al-dup > ws-al-count
		if ws-al-dup not = ws-al-idx
			and ws-al-state( ws-al-dup ) = 'G'
			and ws-al-program( ws-al-dup ) = ws-al-program( ws-al-idx )
			and ws-al-code( ws-al-dup ) = ws-al-code( ws-al-idx )
			and ws-al-text( ws-al-dup ) = ws-al-text( ws-al-idx )
			exit perform
		end-if
	end-perform
	if ws-al-dup > ws-al-count
		move 0 to ws-al-dup
	end-if
exit.

write-mail.
	move 0 to ws-msg-count
	perform varying ws-al-idx from 1 by 1 until ws-al-idx > ws-al-count
		if ws-al-this-run( ws-al-idx ) = 'Y'
			and ws-al-rank( ws-al-idx ) >= ws-rc-min-rank( ws-rc-idx )
			add 1 to ws-msg-count
		end-if
	end-perform
	if ws-msg-count = 0
		exit paragraph
	end-if
	if ws-mail-open = 'N'
		move spaces to ws-mail-file
		string "ALERTMAIL." ws-run-stamp ".TXT"
			delimited by size into ws-mail-file
		call "UMGEBUNG-DATEI" using ws-mail-file
			on exception continue
		end-call
		open output mail-file
		call "RUNLOG-DATEI" using ws-log-prog ws-mail-file ws-dat-schreib
			on exception continue
		end-call
		if ws-mail-status not = "00"
			display "alertdsp: ERROR - cannot write "
				function trim( ws-mail-file )
			move "FAILED" to ws-log-outcome
			move 8 to return-code
			exit paragraph
		end-if
		move 'Y' to ws-mail-open
	end-if
	move spaces to mail-record
	string "To: " function trim( ws-rc-target( ws-rc-idx ) )
		delimited by size into mail-record
	write mail-record
	move spaces to mail-record
	string "Subject: ALARM " function trim( ws-top-sev ) " - "
		ws-msg-count " neue Meldung(en)"
		delimited by size into mail-record
	write mail-record
	move spaces to mail-record
	write mail-record
	perform varying ws-al-idx from 1 by 1 until ws-al-idx > ws-al-count
		if ws-al-this-run( ws-al-idx ) = 'Y'
			and ws-al-rank( ws-al-idx ) >= ws-rc-min-rank( ws-rc-idx )
			perform format-alert-line
			move ws-alert-line to mail-record
			write mail-record
		end-if
	end-perform
	move spaces to mail-record
	write mail-record
	move "Quittieren mit: alertdsp ACK programm [code]" to mail-record
	write mail-record
	move "." to mail-record
	write mail-record
	add 1 to ws-mail-count
exit.

write-sms.
	perform varying ws-al-idx from 1 by 1 until ws-al-idx > ws-al-count
		if ws-al-this-run( ws-al-idx ) = 'Y'
			and ws-al-rank( ws-al-idx ) >= ws-rc-min-rank( ws-rc-idx )
			perform write-one-sms
		end-if
	end-perform
exit.

write-one-sms.
	if ws-sms-open = 'N'
		move spaces to ws-sms-file
		string "ALERTSMS." ws-run-stamp ".TXT"
			delimited by size into ws-sms-file
		call "UMGEBUNG-DATEI" using ws-sms-file
			on exception continue
		end-call
		open output sms-file
		call "RUNLOG-DATEI" using ws-log-prog ws-sms-file ws-dat-schreib
			on exception continue
		end-call
		if ws-sms-status not = "00"
			display "alertdsp: ERROR - cannot write "
				function trim( ws-sms-file )
			move "FAILED" to ws-log-outcome
			move 8 to return-code
			exit paragraph
		end-if
		move 'Y' to ws-sms-open
	end-if
	move spaces to ws-alert-line
	string function trim( ws-al-severity( ws-al-idx ) ) " "
		function trim( ws-al-program( ws-al-idx ) ) " "
		function trim( ws-al-code( ws-al-idx ) ) ": "
		function trim( ws-al-text( ws-al-idx ) )
		delimited by size into ws-alert-line
	move spaces to sms-record
	string function trim( ws-rc-target( ws-rc-idx ) ) ";"
		ws-alert-line( 1 : 160 )
		delimited by size into sms-record
	write sms-record
	add 1 to ws-sms-count
exit.

format-alert-line.
	move ws-al-date( ws-al-idx ) to ws-date-parts
	move spaces to ws-date-disp
	string ws-dp-dd "." ws-dp-mm "." ws-dp-yyyy
		delimited by size into ws-date-disp
	move ws-al-time( ws-al-idx ) to ws-time-parts
	move spaces to ws-time-disp
	string ws-tp-hh ":" ws-tp-mi ":" ws-tp-ss
		delimited by size into ws-time-disp
	move spaces to ws-alert-line
	string ws-date-disp "  " ws-time-disp "  " ws-al-severity( ws-al-idx )
		"  " ws-al-program( ws-al-idx ) "  " ws-al-code( ws-al-idx )
		"  " function trim( ws-al-text( ws-al-idx ) )
		delimited by size into ws-alert-line
exit.

list-alerts.
	display "DATUM       ZEIT      STUFE     PROGRAMM      CODE      STATUS      TEXT"
	perform varying ws-al-idx from 1 by 1 until ws-al-idx > ws-al-count
		perform list-one-alert
	end-perform
	display "alertdsp: " ws-line-count " Meldung(en)"
exit.

list-one-alert.
	evaluate true
		when ws-tok-prog = "ALL"
			continue
		when ws-tok-prog not = spaces
			if ws-al-program( ws-al-idx ) not = ws-tok-prog
				exit paragraph
			end-if
		when other
			if ws-al-state( ws-al-idx ) = 'Q'
				exit paragraph
			end-if
	end-evaluate
	add 1 to ws-line-count
	evaluate ws-al-state( ws-al-idx )
		when 'N'
			move "NEU" to ws-state-disp
		when 'G'
			move "GEMELDET" to ws-state-disp
		when 'D'
			move "DUPLIKAT" to ws-state-disp
		when 'Q'
			move "QUITTIERT" to ws-state-disp
		when other
			move ws-al-state( ws-al-idx ) to ws-state-disp
	end-evaluate
	move ws-al-date( ws-al-idx ) to ws-date-parts
	move spaces to ws-date-disp
	string ws-dp-dd "." ws-dp-mm "." ws-dp-yyyy
		delimited by size into ws-date-disp
	move ws-al-time( ws-al-idx ) to ws-time-parts
	move spaces to ws-time-disp
	string ws-tp-hh ":" ws-tp-mi ":" ws-tp-ss
		delimited by size into ws-time-disp
	display ws-date-disp "  " ws-time-disp "  " ws-al-severity( ws-al-idx )
		"  " ws-al-program( ws-al-idx ) "  " ws-al-code( ws-al-idx )
		"  " ws-state-disp "  " function trim( ws-al-text( ws-al-idx ) )
exit.

ack-alerts.
	move function upper-case( ws-tok-prog ) to ws-tok-prog
	move function upper-case( ws-tok-code ) to ws-tok-code
	perform varying ws-al-idx from 1 by 1 until ws-al-idx > ws-al-count
		if ws-al-state( ws-al-idx ) not = 'Q'
			and ws-al-program( ws-al-idx ) = ws-tok-prog
			and ( ws-tok-code = spaces
				or ws-al-code( ws-al-idx ) = ws-tok-code )
			move 'Q' to ws-al-state( ws-al-idx )
			move ws-now-date to ws-al-ack-date( ws-al-idx )
			move ws-now-time( 1 : 6 ) to ws-al-ack-time( ws-al-idx )
			add 1 to ws-ack-count
		end-if
	end-perform
	if ws-ack-count = 0
		display "alertdsp: no open alerts for " function trim( ws-tok-prog )
			" " function trim( ws-tok-code )
		move 4 to return-code
	else
		display "alertdsp: " ws-ack-count " Meldung(en) quittiert"
	end-if
exit.

save-alerts.
	move spaces to ws-alert-neu
	string function trim( ws-alert-file ) ".NEU" delimited by size
		into ws-alert-neu
	open output alert-neu-file
	call "RUNLOG-DATEI" using ws-log-prog ws-alert-file ws-dat-schreib
		on exception continue
	end-call
	if ws-alert-neu-status not = "00"
		display "alertdsp: ERROR - cannot write " function trim( ws-alert-neu )
		move 8 to return-code
		stop run
	end-if
	perform varying ws-al-idx from 1 by 1 until ws-al-idx > ws-al-count
		perform save-one-alert
	end-perform
	perform copy-late-alerts
	close alert-neu-file
	move return-code to ws-save-rc
	call "CBL_RENAME_FILE" using ws-alert-neu ws-alert-file
	if return-code not = 0
		display "alertdsp: ERROR - cannot replace " function trim( ws-alert-file )
			" by " function trim( ws-alert-neu )
		move 8 to return-code
		stop run
	end-if
	move ws-save-rc to return-code
	if ws-late-count > 0
		display "alertdsp: " ws-late-count " Meldung(en) waehrend des Laufs"
			" eingegangen und uebernommen"
	end-if
	if ws-drop-count > 0
		display "alertdsp: " ws-drop-count " erledigte Meldung(en) aelter als "
			ws-keep-days " Tage entfernt"
	end-if
exit.

save-one-alert.
	if ws-al-state( ws-al-idx ) = 'Q' or ws-al-state( ws-al-idx ) = 'D'
		compute ws-age-days = ws-today-int
			- function integer-of-date( ws-al-date( ws-al-idx ) )
		if ws-age-days > ws-keep-days
			add 1 to ws-drop-count
			exit paragraph
		end-if
	end-if
	move spaces to alert-record
	move ws-al-date( ws-al-idx ) to al-date
	move ws-al-time( ws-al-idx ) to al-time
	move ws-al-severity( ws-al-idx ) to al-severity
	move ws-al-program( ws-al-idx ) to al-program
	move ws-al-code( ws-al-idx ) to al-code
	move ws-al-text( ws-al-idx ) to al-text
	move ws-al-state( ws-al-idx ) to al-state
	move ws-al-sent-date( ws-al-idx ) to al-sent-date
	move ws-al-sent-time( ws-al-idx ) to al-sent-time
	move ws-al-ack-date( ws-al-idx ) to al-ack-date
	move ws-al-ack-time( ws-al-idx ) to al-ack-time
	write alert-neu-record from alert-record
exit.

copy-late-alerts.
	move 0 to ws-late-read
	move 0 to ws-late-count
	move 'N' to ws-alert-end
	open input alert-file
	if ws-alert-status = "00"
		perform until ws-alert-end = 'Y'
			read alert-file
			at end
				move 'Y' to ws-alert-end
			not at end
				add 1 to ws-late-read
				if ws-late-read > ws-al-count
					write alert-neu-record from alert-record
					add 1 to ws-late-count
				end-if
		end-perform
	end-if
	close alert-file
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-alert-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-cfg-file
		on exception continue
	end-call
exit.
