identification division.
program-id.	ALERT.


environment division.
input-output section.
file-control.
	select optional alert-file assign to ws-alert-file
	organization is line sequential.

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

working-storage section.
01	ws-alert-file		pic x(200)	value "ALERTS.DAT".
01	ws-now-date		pic 9(8).
01	ws-now-time		pic 9(8).
01	ws-caller-rc		pic s9(9)	usage comp.
01	ws-env-done		pic x		value 'N'.

linkage section.
01	lk-severity		pic x(8).
01	lk-program		pic x(12).
01	lk-code			pic x(8).
01	lk-text			pic x(120).


procedure division.
	goback.

raise-alert.
	entry "ALERT-RAISE" using lk-severity lk-program lk-code lk-text.
	move return-code to ws-caller-rc
	perform set-umgebung
	accept ws-now-date from date yyyymmdd
	accept ws-now-time from time
	open extend alert-file
	move spaces to alert-record
	move ws-now-date to al-date
	move ws-now-time( 1 : 6 ) to al-time
	evaluate lk-severity
		when "INFO"
		when "WARNING"
		when "ERROR"
		when "CRITICAL"
			move lk-severity to al-severity
		when other
			move "WARNING" to al-severity
	end-evaluate
	move lk-program to al-program
	move lk-code to al-code
	move lk-text to al-text
	move 'N' to al-state
	move 0 to al-sent-date
	move 0 to al-sent-time
	move 0 to al-ack-date
	move 0 to al-ack-time
	write alert-record
	close alert-file
	move ws-caller-rc to return-code
	goback.

set-umgebung.
	if ws-env-done = 'N'
		call "UMGEBUNG-DATEI" using ws-alert-file
			on exception continue
		end-call
		move 'Y' to ws-env-done
	end-if
exit.
