identification division.
program-id.	KONTROLL.


environment division.
input-output section.
file-control.
	select optional data-file assign to ws-data-file
	organization is line sequential
	file status is ws-data-status.

	select optional ctl-file assign to ws-ctl-file
	organization is line sequential
	file status is ws-ctl-status.

data division.
file section.
fd	data-file.
01	data-record		pic x(500).

fd	ctl-file.
01	ctl-record.
	05 kt-count		pic 9(9).
	05 kt-chk		pic 9(10).
	05 kt-amount		pic s9(13)v99 sign leading separate.
	05 kt-date		pic 9(8).
	05 kt-time		pic 9(6).
	05 kt-program		pic x(12).
	05 kt-file		pic x(80).

working-storage section.
01	ws-data-file		pic x(200).
01	ws-data-status		pic xx		value spaces.
01	ws-data-end		pic x		value 'N'.
01	ws-ctl-file		pic x(200).
01	ws-ctl-status		pic xx		value spaces.
01	ws-run-date		pic 9(8)	value 0.
01	ws-run-time		pic 9(6)	value 0.
01	ws-now-date		pic 9(8).
01	ws-now-time		pic 9(8).
01	ws-count		pic 9(9).
01	ws-run-chk		pic 9(10).
01	ws-chk-buffer		pic x(500).
01	ws-chk-pos		pic 9(3).
01	ws-chk-len		pic 9(3).
01	ws-age-days		pic s9(7).
01	ws-log-args		pic x(80).
01	ws-log-expect		pic 9(9).
01	ws-log-found		pic 9(9).
01	ws-caller-rc		pic s9(9)	usage comp.
01	ws-alert-sev		pic x(8).
01	ws-alert-code		pic x(8).
01	ws-alert-text		pic x(120).
01	ws-dat-lesen		pic x(8)	value "LESEN".
01	ws-dat-schreib		pic x(8)	value "SCHREIB".

linkage section.
01	lk-file			pic x(200).
01	lk-program		pic x(12).
01	lk-amount		pic s9(13)v99.
01	lk-max-days		pic 9(3).
01	lk-result		pic x(8).
01	lk-stamp		pic x(14).


procedure division.
	goback.

write-control.
	entry "KONTROLL-SCHREIBEN" using lk-file lk-program lk-amount.
	move return-code to ws-caller-rc
	if ws-run-date = 0
		accept ws-run-date from date yyyymmdd
		accept ws-now-time from time
		move ws-now-time( 1 : 6 ) to ws-run-time
	end-if
	move lk-file to ws-data-file
	perform count-data-file
	perform set-ctl-name
	open output ctl-file
	if ws-ctl-status = "00" or ws-ctl-status = "05"
		move spaces to ctl-record
		move ws-count to kt-count
		move ws-run-chk to kt-chk
		move lk-amount to kt-amount
		move ws-run-date to kt-date
		move ws-run-time to kt-time
		move lk-program to kt-program
		move lk-file to kt-file
		write ctl-record
	else
		display "KONTROLL: WARNING - cannot write " function trim( ws-ctl-file )
	end-if
	close ctl-file
	call "RUNLOG-DATEI" using lk-program lk-file ws-dat-schreib
		on exception continue
	end-call
	move ws-caller-rc to return-code
	goback.

check-control.
	entry "KONTROLL-PRUEFEN" using lk-file lk-program lk-max-days
		lk-result lk-stamp lk-amount.
	move return-code to ws-caller-rc
	move spaces to lk-result
	move spaces to lk-stamp
	move 0 to lk-amount
	move 0 to ws-log-expect
	move lk-file to ws-data-file
	perform set-ctl-name
	move spaces to ctl-record
	open input ctl-file
	if ws-ctl-status = "00"
		read ctl-file
			at end
				move spaces to ctl-record
		end-read
	end-if
	close ctl-file
	perform count-data-file
	move ws-count to ws-log-found
	if ctl-record = spaces or kt-count is not numeric
		move "OHNE" to lk-result
	else
		move kt-count to ws-log-expect
		string kt-date kt-time delimited by size into lk-stamp
		move kt-amount to lk-amount
		evaluate true
			when ws-count < kt-count
				move "KURZ" to lk-result
			when ws-count not = kt-count or ws-run-chk not = kt-chk
				move "ABWEICH" to lk-result
			when other
				move "OK" to lk-result
		end-evaluate
		if lk-result = "OK" and lk-max-days > 0
			accept ws-now-date from date yyyymmdd
			compute ws-age-days = function integer-of-date( ws-now-date )
				- function integer-of-date( kt-date )
			if ws-age-days > lk-max-days
				move "ALT" to lk-result
			end-if
		end-if
	end-if
	move spaces to ws-log-args
	if lk-stamp = spaces
		string "KONTROLLE " function trim( lk-file ) " " lk-result
			delimited by size into ws-log-args
	else
		string "KONTROLLE " function trim( lk-file ) " " lk-result
			" LAUF " lk-stamp " " kt-program
			delimited by size into ws-log-args
	end-if
	call "RUNLOG-CHECK" using lk-program ws-log-args ws-log-expect
		ws-log-found lk-result
		on exception continue
	end-call
	call "RUNLOG-DATEI" using lk-program lk-file ws-dat-lesen
		on exception continue
	end-call
	if lk-result = "KURZ" or lk-result = "ABWEICH" or lk-result = "ALT"
		move "ERROR" to ws-alert-sev
		move "KONTROLL" to ws-alert-code
		move ws-log-args to ws-alert-text
		call "ALERT-RAISE" using ws-alert-sev lk-program ws-alert-code
			ws-alert-text
			on exception continue
		end-call
	end-if
	move ws-caller-rc to return-code
	goback.

set-ctl-name.
	move spaces to ws-ctl-file
	string function trim( ws-data-file ) ".CTL"
		delimited by size into ws-ctl-file
exit.

count-data-file.
	move 0 to ws-count
	move 0 to ws-run-chk
	move 'N' to ws-data-end
	open input data-file
	if ws-data-status not = "00"
		close data-file
		exit paragraph
	end-if
	perform until ws-data-end = 'Y'
		read data-file
		at end
			move 'Y' to ws-data-end
		not at end
			add 1 to ws-count
			move data-record to ws-chk-buffer
			perform checksum-record
	end-perform
	close data-file
exit.

checksum-record.
	compute ws-chk-len =
		function length( function trim( ws-chk-buffer, trailing ) )
	perform varying ws-chk-pos from 1 by 1 until ws-chk-pos > ws-chk-len
		compute ws-run-chk = function mod( ws-run-chk * 31
			+ function ord( ws-chk-buffer( ws-chk-pos : 1 ) )
			, 9999999967 )
	end-perform
	compute ws-run-chk = function mod( ws-run-chk * 31 + 10 , 9999999967 )
exit.
