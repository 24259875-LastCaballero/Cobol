	select summary-file assign to ws-summary-file
	organization is line sequential.

	select optional table-file assign to ws-tab-file
	organization is line sequential
	file status is ws-tab-status.

	select tabnew-file assign to ws-tab-new
	organization is line sequential
	file status is ws-tab-new-status.

data division.
file section.
fd	prime-out-file.
fd	summary-file.
01	summary-record		pic x(132).

fd	table-file.
01	tab-record		pic x(40).
01	tab-header redefines tab-record.
	05 tab-kennung		pic x(8).
	05 tab-limit		pic 9(20).
	05 filler		pic x(12).
01	tab-prime-rec redefines tab-record.
	05 tab-prime		pic 9(20).
	05 filler		pic x(20).

fd	tabnew-file.
01	tabnew-record		pic x(40).

working-storage section.
01	st	pic 9(20) value 1.
01	en	pic 9(20) value 100.
01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".

01	ws-next-mode	pic x		value 'N'.
01	ws-next-count	pic 9(9)	value 0.
01	ws-id-disp	pic z(19)9.
01	ws-factor-disp	pic z(19)9.

01	ws-table-mode	pic x		value 'N'.
01	ws-tab-file	pic x(200)	value "PRIMES.TAB".
01	ws-tab-given	pic x		value 'N'.
01	ws-tab-status	pic xx		value spaces.
01	ws-tab-new	pic x(200)	value spaces.
01	ws-tab-new-status pic xx		value spaces.
01	ws-tab-kennung	pic x(8)	value "PRIMTAB ".
01	ws-tab-use	pic x		value 'N'.
01	ws-tab-end	pic x		value 'N'.
01	ws-tab-limit	pic 9(20)	value 0.
01	ws-tab-cur	pic 9(20)	value 0.
01	ws-tab-query	pic 9(20)	value 0.
01	ws-tab-hits	pic 9(12)	value 0.
01	ws-tab-tested	pic 9(12)	value 0.
01	ws-tab-target	pic 9(20)	value 0.
01	ws-tab-old-limit pic 9(20)	value 1.
01	ws-tab-old-count pic 9(12)	value 0.
01	ws-tab-new-count pic 9(12)	value 0.
01	ws-tab-max	pic 9(20)	value 1000000000000.
01	ws-tab-disp	pic z(19)9.
01	ws-tab-cnt-disp	pic zzz,zzz,zzz,zz9.

01	ws-base-lim	pic 9(20)	value 0.
01	ws-bases.
	05 ws-base occurs 100000 times pic 9(20).
01	ws-base-count	pic 9(6)	value 0.
01	ws-base-idx	pic 9(6).

01	ws-sieve	pic x(100000).
01	ws-sv-lo	pic 9(20).
01	ws-sv-hi	pic 9(20).
01	ws-sv-size	pic 9(6).
01	ws-sv-p		pic 9(20).
01	ws-sv-start	pic 9(20).
01	ws-sv-quot	pic 9(20).
01	ws-sv-pos	pic 9(7).


procedure division.

		end-if
	end-perform

	perform set-umgebung
	if ws-table-mode = 'Y'
		perform table-build-run
	end-if
	perform open-table
	if ws-next-mode = 'Y'
		perform next-run
	end-if
		when ws-expect = 'V'
			move ws-tok to ws-verify-file
			move spaces to ws-expect
		when ws-expect = 'P'
			move ws-tok to ws-tab-file
			move 'Y' to ws-tab-given
			move spaces to ws-expect
		when ws-tok = "TABLE"
			move 'Y' to ws-table-mode
		when ws-tok = "-p"
			move 'P' to ws-expect
		when ws-tok = "VERIFY"
			move 'Y' to ws-verify-mode
			move 'V' to ws-expect
	end-if
	if ws-write-out = 'Y'
		open output prime-out-file
		call "RUNLOG-DATEI" using ws-log-prog ws-out-file ws-dat-schreib
			on exception continue
		end-call
	end-if
	move st to id-a
	perform until ws-next-found >= ws-next-count
		close prime-out-file
	end-if
	display "primes: " ws-next-found " prime(s) at or above " st
	perform close-table
	move ws-next-found to ws-log-written
	move return-code to ws-log-rc
	call "RUNLOG-END" using ws-log-prog ws-log-read ws-log-written

	if ws-write-out = 'Y'
		open output prime-out-file
		call "RUNLOG-DATEI" using ws-log-prog ws-out-file ws-dat-schreib
			on exception continue
		end-call
	end-if

	compute ws-bkt-span = en - st + 1
	end-if

	display "primes: " ws-prime-count " found, largest gap " ws-max-gap
	perform close-table
	move ws-prime-count to ws-log-written
	move return-code to ws-log-rc
	call "RUNLOG-END" using ws-log-prog ws-log-read ws-log-written
	string function trim( ws-out-file ) ".SUM"
		delimited by size into ws-summary-file
	open output summary-file
	call "RUNLOG-DATEI" using ws-log-prog ws-summary-file ws-dat-schreib
		on exception continue
	end-call
	move spaces to summary-record
	string "PRIME DENSITY AND GAP DISTRIBUTION  RANGE " st " - " en
		delimited by size into summary-record
		stop run
	end-if
	open input verify-file
	call "RUNLOG-DATEI" using ws-log-prog ws-verify-file ws-dat-lesen
		on exception continue
	end-call
	if ws-verify-status not = "00"
		display "primes: ERROR - cannot open " function trim( ws-verify-file )
		move 8 to return-code
		move "FAILED" to ws-log-outcome
		move 8 to return-code
	end-if
	perform close-table
	move ws-claim-count to ws-log-read
	move return-code to ws-log-rc
	call "RUNLOG-END" using ws-log-prog ws-log-read ws-log-written

prime-test.
	move 'Y' to prime
	if ws-tab-use = 'Y' and id-a <= ws-tab-limit
		perform table-lookup
		exit paragraph
	end-if
	if ws-tab-use = 'Y'
		add 1 to ws-tab-tested
	end-if
	evaluate true
		when id-a < 2
			move 'N' to prime

load-checkpoint.
	open input checkpoint-file
	call "RUNLOG-DATEI" using ws-log-prog ws-ckp-file ws-dat-lesen
		on exception continue
	end-call
	if ws-ckp-status = "00"
		read checkpoint-file
			not at end

save-checkpoint.
	open output checkpoint-file
	call "RUNLOG-DATEI" using ws-log-prog ws-ckp-file ws-dat-schreib
		on exception continue
	end-call
	move ws-ckp-value to ckp-record
	write ckp-record
	close checkpoint-file
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-out-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-ckp-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-verify-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-tab-file
		on exception continue
	end-call
	move spaces to ws-tab-new
	string function trim( ws-tab-file ) ".NEU" delimited by size
		into ws-tab-new
exit.

open-table.
	open input table-file
	if ws-tab-status not = "00"
		if ws-tab-given = 'Y'
			display "primes: WARNING - prime table " function trim( ws-tab-file )
				" not found, testing by division"
		end-if
		close table-file
		exit paragraph
	end-if
	read table-file
		at end
			move spaces to tab-record
	end-read
	if tab-kennung not = ws-tab-kennung or tab-limit not numeric
		display "primes: WARNING - " function trim( ws-tab-file )
			" is not a prime table, testing by division"
		close table-file
		exit paragraph
	end-if
	call "RUNLOG-DATEI" using ws-log-prog ws-tab-file ws-dat-lesen
		on exception continue
	end-call
	move tab-limit to ws-tab-limit
	move 'Y' to ws-tab-use
	move 'N' to ws-tab-end
	move 0 to ws-tab-cur
	move 0 to ws-tab-query
exit.

table-lookup.
	if id-a < ws-tab-query
		perform rewind-table
	end-if
	move id-a to ws-tab-query
	add 1 to ws-tab-hits
	perform read-table-prime until ws-tab-end = 'Y' or ws-tab-cur >= id-a
	if ws-tab-end = 'Y' or ws-tab-cur not = id-a
		move 'N' to prime
	end-if
exit.

read-table-prime.
	read table-file
		at end
			move 'Y' to ws-tab-end
		not at end
			move tab-prime to ws-tab-cur
	end-read
exit.

rewind-table.
	close table-file
	open input table-file
	read table-file
		at end
			move 'Y' to ws-tab-end
	end-read
	move 'N' to ws-tab-end
	move 0 to ws-tab-cur
exit.

close-table.
	if ws-tab-use = 'N'
		exit paragraph
	end-if
	close table-file
	move 'N' to ws-tab-use
	move ws-tab-limit to ws-tab-disp
	display "primes: table " function trim( ws-tab-file ) " up to "
		function trim( ws-tab-disp ) ", " ws-tab-hits " looked up, "
		ws-tab-tested " tested beyond it"
exit.

table-build-run.
	if ws-tok-idx < 1
		display "primes: ERROR - TABLE needs a limit, e.g. TABLE 10000000"
		move 8 to return-code
		stop run
	end-if
	move st to ws-tab-target
	if ws-tab-target < 2 or ws-tab-target > ws-tab-max
		display "primes: ERROR - TABLE limit must be between 2 and " ws-tab-max
		move 8 to return-code
		stop run
	end-if
	compute ws-base-lim = function integer( function sqrt( ws-tab-target ) )

	open input table-file
	if ws-tab-status = "00"
		read table-file
			at end
				move spaces to tab-record
		end-read
		if tab-kennung not = ws-tab-kennung or tab-limit not numeric
			display "primes: ERROR - " function trim( ws-tab-file )
				" is not a prime table"
			close table-file
			move 8 to return-code
			move "FAILED" to ws-log-outcome
			perform table-build-end
		end-if
		move tab-limit to ws-tab-old-limit
		call "RUNLOG-DATEI" using ws-log-prog ws-tab-file ws-dat-lesen
			on exception continue
		end-call
	end-if
	if ws-tab-target <= ws-tab-old-limit
		close table-file
		move ws-tab-old-limit to ws-tab-disp
		display "primes: table " function trim( ws-tab-file ) " already reaches "
			function trim( ws-tab-disp ) ", nothing to add"
		perform table-build-end
	end-if

	open output tabnew-file
	if ws-tab-new-status not = "00"
		display "primes: ERROR - cannot write " function trim( ws-tab-new )
		close table-file
		move 8 to return-code
		move "FAILED" to ws-log-outcome
		perform table-build-end
	end-if
	move spaces to tabnew-record
	string ws-tab-kennung ws-tab-target delimited by size into tabnew-record
	write tabnew-record

	if ws-tab-status = "00"
		move 'N' to ws-tab-end
		perform copy-old-table until ws-tab-end = 'Y'
	end-if
	close table-file

	compute ws-sv-lo = ws-tab-old-limit + 1
	perform sieve-segment until ws-sv-lo > ws-tab-target
	close tabnew-file

	open input tabnew-file
	open output table-file
	call "RUNLOG-DATEI" using ws-log-prog ws-tab-file ws-dat-schreib
		on exception continue
	end-call
	move 'N' to ws-tab-end
	perform copy-new-table until ws-tab-end = 'Y'
	close tabnew-file
	close table-file
	call "CBL_DELETE_FILE" using ws-tab-new
		on exception continue
	end-call

	move ws-tab-target to ws-tab-disp
	compute ws-tab-cnt-disp = ws-tab-old-count + ws-tab-new-count
	display "primes: table " function trim( ws-tab-file ) " now reaches "
		function trim( ws-tab-disp ) " with " function trim( ws-tab-cnt-disp )
		" primes"
	move ws-tab-new-count to ws-tab-cnt-disp
	display "primes: " function trim( ws-tab-cnt-disp ) " new prime(s) sieved"
	move ws-tab-old-count to ws-log-read
	compute ws-log-written = ws-tab-old-count + ws-tab-new-count
	perform table-build-end
exit.

table-build-end.
	move return-code to ws-log-rc
	call "RUNLOG-END" using ws-log-prog ws-log-read ws-log-written
		ws-log-outcome
		on exception continue
	end-call
	move ws-log-rc to return-code
	stop run
exit.

copy-old-table.
	read table-file
		at end
			move 'Y' to ws-tab-end
		not at end
			if tab-prime <= ws-tab-old-limit
				add 1 to ws-tab-old-count
				move tab-prime-rec to tabnew-record
				write tabnew-record
				move tab-prime to id-a
				perform keep-base-prime
			end-if
	end-read
exit.

copy-new-table.
	read tabnew-file
		at end
			move 'Y' to ws-tab-end
		not at end
			move tabnew-record to tab-record
			write tab-record
	end-read
exit.

keep-base-prime.
	if id-a <= ws-base-lim and ws-base-count < 100000
		add 1 to ws-base-count
		move id-a to ws-base( ws-base-count )
	end-if
exit.

sieve-segment.
	compute ws-sv-hi = ws-sv-lo + 99999
	if ws-sv-hi > ws-tab-target
		move ws-tab-target to ws-sv-hi
	end-if
	if ws-sv-lo < 1000
		if ws-sv-lo * ws-sv-lo - 1 < ws-sv-hi
			compute ws-sv-hi = ws-sv-lo * ws-sv-lo - 1
		end-if
	end-if
	compute ws-sv-size = ws-sv-hi - ws-sv-lo + 1
	move all 'J' to ws-sieve( 1 : ws-sv-size )
	perform varying ws-base-idx from 1 by 1 until ws-base-idx > ws-base-count
		or ws-base( ws-base-idx ) * ws-base( ws-base-idx ) > ws-sv-hi
		perform cross-multiples
	end-perform
	perform varying ws-sv-pos from 1 by 1 until ws-sv-pos > ws-sv-size
		if ws-sieve( ws-sv-pos : 1 ) = 'J'
			compute id-a = ws-sv-lo + ws-sv-pos - 1
			add 1 to ws-tab-new-count
			move spaces to tabnew-record
			move id-a to tabnew-record( 1 : 20 )
			write tabnew-record
			perform keep-base-prime
		end-if
	end-perform
	compute ws-sv-lo = ws-sv-hi + 1
exit.

cross-multiples.
	move ws-base( ws-base-idx ) to ws-sv-p
	compute ws-sv-start = ws-sv-p * ws-sv-p
	if ws-sv-start < ws-sv-lo
		divide ws-sv-lo by ws-sv-p giving ws-sv-quot
		compute ws-sv-start = ws-sv-quot * ws-sv-p
		if ws-sv-start < ws-sv-lo
			add ws-sv-p to ws-sv-start
		end-if
	end-if
	compute ws-sv-pos = ws-sv-start - ws-sv-lo + 1
	perform until ws-sv-pos > ws-sv-size
		move 'N' to ws-sieve( ws-sv-pos : 1 )
		add ws-sv-p to ws-sv-pos
	end-perform
exit.
