	05 rl-read		pic 9(9).
	05 rl-written		pic 9(9).
	05 rl-outcome		pic x(8).
	05 rl-operator		pic x(12).

working-storage section.
01	ws-runlog-file		pic x(200)	value "RUNLOG.DAT".
01	ws-now-date		pic 9(8).
01	ws-now-time		pic 9(8).
01	ws-caller-rc		pic s9(9)	usage comp.
01	ws-env-done		pic x		value 'N'.
01	ws-operator		pic x(12).
01	ws-run-date		pic 9(8)	value 0.
01	ws-run-time		pic 9(6)	value 0.
01	ws-reg-table.
	05 ws-reg-entry occurs 200 times.
		10 ws-reg-mode	pic x(8).
		10 ws-reg-file	pic x(200).
01	ws-reg-count		pic 9(3)	value 0.
01	ws-reg-idx		pic 9(3).
01	ws-reg-found		pic 9(3).
01	ws-file-info.
	05 ws-fi-size		pic x(8)	comp-x.
	05 ws-fi-stamp		pic x(8).

linkage section.
01	lk-program		pic x(12).
01	lk-read			pic 9(9).
01	lk-written		pic 9(9).
01	lk-outcome		pic x(8).
01	lk-file			pic x(200).
01	lk-mode			pic x(8).


procedure division.
log-start.
	entry "RUNLOG-START" using lk-program lk-args.
	move return-code to ws-caller-rc
	perform set-umgebung
	if ws-run-date = 0
		perform set-run-stamp
		move ws-run-date to ws-now-date
		move ws-run-time to ws-now-time( 1 : 6 )
	else
		accept ws-now-date from date yyyymmdd
		accept ws-now-time from time
	end-if
	open extend runlog-file
	move spaces to runlog-record
	move 'S' to rl-type
	move lk-args to rl-args
	move 0 to rl-read
	move 0 to rl-written
	perform set-operator
	write runlog-record
	close runlog-file
	move ws-caller-rc to return-code
log-end.
	entry "RUNLOG-END" using lk-program lk-read lk-written lk-outcome.
	move return-code to ws-caller-rc
	perform set-umgebung
	accept ws-now-date from date yyyymmdd
	accept ws-now-time from time
	open extend runlog-file
	move lk-read to rl-read
	move lk-written to rl-written
	move lk-outcome to rl-outcome
	perform set-operator
	write runlog-record
	close runlog-file
	move ws-caller-rc to return-code
	goback.

log-check.
	entry "RUNLOG-CHECK" using lk-program lk-args lk-read lk-written lk-outcome.
	move return-code to ws-caller-rc
	perform set-umgebung
	accept ws-now-date from date yyyymmdd
	accept ws-now-time from time
	open extend runlog-file
	move spaces to runlog-record
	move 'K' to rl-type
	move ws-now-date to rl-date
	move ws-now-time( 1 : 6 ) to rl-time
	move lk-program to rl-program
	move lk-args to rl-args
	move lk-read to rl-read
	move lk-written to rl-written
	move lk-outcome to rl-outcome
	perform set-operator
	write runlog-record
	close runlog-file
	move ws-caller-rc to return-code
	goback.

log-file.
	entry "RUNLOG-DATEI" using lk-program lk-file lk-mode.
	move return-code to ws-caller-rc
	if lk-file = spaces
		move ws-caller-rc to return-code
		goback
	end-if
	move 0 to ws-reg-found
	perform varying ws-reg-idx from 1 by 1
		until ws-reg-idx > ws-reg-count or ws-reg-found > 0
		if ws-reg-mode( ws-reg-idx ) = lk-mode
			and ws-reg-file( ws-reg-idx ) = lk-file
			move ws-reg-idx to ws-reg-found
		end-if
	end-perform
	if ws-reg-found > 0
		move ws-caller-rc to return-code
		goback
	end-if
	if lk-mode = "LESEN"
		call "CBL_CHECK_FILE_EXIST" using lk-file ws-file-info
			on exception continue
		end-call
		if return-code not = 0
			move ws-caller-rc to return-code
			goback
		end-if
	end-if
	if ws-reg-count < 200
		add 1 to ws-reg-count
		move lk-mode to ws-reg-mode( ws-reg-count )
		move lk-file to ws-reg-file( ws-reg-count )
	end-if
	perform set-umgebung
	perform set-run-stamp
	accept ws-now-date from date yyyymmdd
	accept ws-now-time from time
	open extend runlog-file
	move spaces to runlog-record
	move 'D' to rl-type
	move ws-now-date to rl-date
	move ws-now-time( 1 : 6 ) to rl-time
	move lk-program to rl-program
	string ws-run-date ws-run-time " " function trim( lk-file )
		delimited by size into rl-args
	move 0 to rl-read
	move 0 to rl-written
	move lk-mode to rl-outcome
	perform set-operator
	write runlog-record
	close runlog-file
	move ws-caller-rc to return-code
	goback.

set-run-stamp.
	if ws-run-date = 0
		accept ws-run-date from date yyyymmdd
		accept ws-now-time from time
		move ws-now-time( 1 : 6 ) to ws-run-time
	end-if
exit.

set-operator.
	move spaces to ws-operator
	accept ws-operator from environment "SEQUENZ_CALLER"
	if ws-operator = spaces
		accept ws-operator from environment "USER"
	end-if
	move ws-operator to rl-operator
exit.

set-umgebung.
	if ws-env-done = 'N'
		call "UMGEBUNG-DATEI" using ws-runlog-file
			on exception continue
		end-call
		move 'Y' to ws-env-done
	end-if
exit.
