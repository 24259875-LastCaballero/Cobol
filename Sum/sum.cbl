	organization is line sequential
	file status is ws-sum-status.

	select xtab-file assign to ws-xtab-file
	organization is line sequential
	file status is ws-xtab-status.

data division.
file section.
fd	sum-file.
01	sum-record	pic x(200).

fd	xtab-file.
01	xtab-record	pic x(1000).

working-storage section.
01	num	pic	s9(16)v99 value 1 	usage comp.
01	amount	pic	s9(16)v99 value 0	usage comp.
01	ws-col-avg		pic s9(16)v99 usage comp.
01	ws-col-cnt-disp		pic zzz,zzz,zz9.

01	ws-xtab-mode		pic x		value 'N'.
01	ws-xtab-spec		pic x(60).
01	ws-xtab-row-col		pic 9(2)	value 0.
01	ws-xtab-col-col		pic 9(2)	value 0.
01	ws-xtab-val-col		pic 9(2)	value 0.
01	ws-xtab-tok-1		pic x(5).
01	ws-xtab-tok-2		pic x(5).
01	ws-xtab-tok-3		pic x(5).
01	ws-xtab-file		pic x(200)	value spaces.
01	ws-xtab-status		pic xx		value spaces.
01	ws-xtab-row-head	pic x(20)	value "KEY".
01	ws-xtab-rows.
	05 ws-xr-entry occurs 200 times.
		10 ws-xr-key		pic x(20).
		10 ws-xr-total		pic s9(16)v99 usage comp.
		10 ws-xr-cell		pic s9(16)v99 usage comp occurs 24 times.
01	ws-xr-count		pic 9(3)	value 0.
01	ws-xr-idx		pic 9(3).
01	ws-xr-found		pic 9(3).
01	ws-xtab-cols.
	05 ws-xc-entry occurs 24 times.
		10 ws-xc-key		pic x(20).
		10 ws-xc-total		pic s9(16)v99 usage comp.
01	ws-xc-count		pic 9(2)	value 0.
01	ws-xc-idx		pic 9(2).
01	ws-xc-found		pic 9(2).
01	ws-xtab-overflow	pic 9(9)	value 0.
01	ws-xtab-grand		pic s9(16)v99	value 0	usage comp.
01	ws-xr-order.
	05 ws-xr-ord occurs 200 times pic 9(3).
01	ws-xc-order.
	05 ws-xc-ord occurs 24 times pic 9(2).
01	ws-ord-i		pic 9(3).
01	ws-ord-j		pic 9(3).
01	ws-ord-swap		pic 9(3).
01	ws-xtab-key		pic x(20).
01	ws-xtab-col-key		pic x(20).
01	ws-xtab-line		pic x(1000).
01	ws-xtab-ptr		pic 9(4).
01	ws-xtab-head		pic x(14)	justified right.
01	ws-xtab-cell-disp	pic ---,---,--9.99.
01	ws-xtab-cell-out	pic -(16)9.99.

01	ws-log-prog	pic x(12)	value "SUM".
01	ws-log-args	pic x(80)	value spaces.
01	ws-log-read	pic 9(9)	value 0.
01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".

01	ws-line			pic x(200).
01	ws-tok1			pic x(30).
		move 8 to return-code
		stop run
	end-if
	if ws-xtab-mode = 'Y' and ( ws-col-mode = 'Y' or ws-trailer-mode = 'Y' )
		display "sum: ERROR - cross-tab mode does not combine with -c or -t"
		move 8 to return-code
		stop run
	end-if
	if ws-xtab-file not = spaces and ws-xtab-mode = 'N'
		display "sum: ERROR - -o is only valid with cross-tab mode -x"
		move 8 to return-code
		stop run
	end-if
	if ws-input-file not = spaces
		open input sum-file
		call "RUNLOG-DATEI" using ws-log-prog ws-input-file ws-dat-lesen
			on exception continue
		end-call
		if ws-sum-status = "00"
			move 'Y' to ws-use-file
		else
		close sum-file
	end-if

	evaluate true
		when ws-xtab-mode = 'Y'
			perform show-xtab-results
			if ws-xtab-file not = spaces
				perform write-xtab-file
			end-if
		when ws-col-mode = 'Y'
			perform show-column-results
		when other
			perform show-results
	end-evaluate
	if ws-trailer-mode = 'Y'
		perform verify-trailer
		if ws-verify-failed = 'Y'
			move ws-arg-tok to ws-col-spec
			perform parse-column-spec
			move spaces to ws-expect
		when ws-expect = 'X'
			move ws-arg-tok to ws-xtab-spec
			perform parse-xtab-spec
			move spaces to ws-expect
		when ws-expect = 'O'
			move ws-arg-tok to ws-xtab-file
			move spaces to ws-expect
		when ws-arg-tok = "-t"
			move 'Y' to ws-trailer-mode
		when ws-arg-tok = "-d"
			move 'C' to ws-expect
		when ws-arg-tok = "-h"
			move 'Y' to ws-skip-header
		when ws-arg-tok = "-x"
			move 'X' to ws-expect
		when ws-arg-tok = "-o"
			move 'O' to ws-expect
		when other
			move ws-arg-tok to ws-input-file
	end-evaluate
	end-if
exit.

parse-xtab-spec.
	move spaces to ws-xtab-tok-1
	move spaces to ws-xtab-tok-2
	move spaces to ws-xtab-tok-3
	unstring ws-xtab-spec delimited by "," into ws-xtab-tok-1 ws-xtab-tok-2
		ws-xtab-tok-3
	if function trim( ws-xtab-tok-1 ) is not numeric
		or function trim( ws-xtab-tok-2 ) is not numeric
		or function trim( ws-xtab-tok-3 ) is not numeric
		display "sum: ERROR - cross-tab needs -x row,column,value: "
			function trim( ws-xtab-spec )
		move 8 to return-code
		stop run
	end-if
	move function numval( ws-xtab-tok-1 ) to ws-xtab-row-col
	move function numval( ws-xtab-tok-2 ) to ws-xtab-col-col
	move function numval( ws-xtab-tok-3 ) to ws-xtab-val-col
	if ws-xtab-row-col < 1 or ws-xtab-row-col > 20
		or ws-xtab-col-col < 1 or ws-xtab-col-col > 20
		or ws-xtab-val-col < 1 or ws-xtab-val-col > 20
		display "sum: ERROR - bad column number in -x "
			function trim( ws-xtab-spec )
		move 8 to return-code
		stop run
	end-if
	move 'Y' to ws-xtab-mode
	if ws-delimiter = spaces
		move ";" to ws-delimiter
	end-if
exit.

read-loop.
	perform until ws-end = 'Y'
		if ws-use-file = 'Y'
		perform process-column-record
		exit paragraph
	end-if
	if ws-xtab-mode = 'Y'
		perform process-xtab-record
		exit paragraph
	end-if
	move spaces to ws-key
	move spaces to ws-tok1
	move spaces to ws-tok2
		exit paragraph
	end-if
	add 1 to ws-count
	perform split-fields
	perform varying ws-col-idx from 1 by 1 until ws-col-idx > ws-col-count-n
		perform take-one-column
	end-perform
exit.

split-fields.
	perform varying ws-field-idx from 1 by 1 until ws-field-idx > 20
		move spaces to ws-field( ws-field-idx )
	end-perform
		ws-field( 9 ) ws-field( 10 ) ws-field( 11 ) ws-field( 12 )
		ws-field( 13 ) ws-field( 14 ) ws-field( 15 ) ws-field( 16 )
		ws-field( 17 ) ws-field( 18 ) ws-field( 19 ) ws-field( 20 )
exit.

process-xtab-record.
	if ws-skip-header = 'Y' and ws-header-seen = 'N'
		move 'Y' to ws-header-seen
		perform split-fields
		if ws-field( ws-xtab-row-col ) not = spaces
			move function trim( ws-field( ws-xtab-row-col ) ) to ws-xtab-row-head
		end-if
		exit paragraph
	end-if
	add 1 to ws-count
	perform split-fields
	move ws-field( ws-xtab-val-col ) to ws-amount-str
	if function trim( ws-amount-str ) = spaces
		exit paragraph
	end-if
	if function test-numval( function trim( ws-amount-str ) ) not = 0
		add 1 to ws-bad-count
		display "sum: WARNING - skipping bad value: " function trim( ws-amount-str )
		exit paragraph
	end-if
	compute ws-field-val = function numval( ws-amount-str )

	move function trim( ws-field( ws-xtab-row-col ) ) to ws-xtab-key
	move function trim( ws-field( ws-xtab-col-col ) ) to ws-xtab-col-key
	move 0 to ws-xr-found
	perform varying ws-xr-idx from 1 by 1
		until ws-xr-idx > ws-xr-count or ws-xr-found > 0
		if ws-xr-key( ws-xr-idx ) = ws-xtab-key
			move ws-xr-idx to ws-xr-found
		end-if
	end-perform
	move 0 to ws-xc-found
	perform varying ws-xc-idx from 1 by 1
		until ws-xc-idx > ws-xc-count or ws-xc-found > 0
		if ws-xc-key( ws-xc-idx ) = ws-xtab-col-key
			move ws-xc-idx to ws-xc-found
		end-if
	end-perform
	if ( ws-xr-found = 0 and ws-xr-count >= 200 )
		or ( ws-xc-found = 0 and ws-xc-count >= 24 )
		add 1 to ws-xtab-overflow
		exit paragraph
	end-if

	if ws-xr-found = 0
		add 1 to ws-xr-count
		move ws-xr-count to ws-xr-found
		move ws-xtab-key to ws-xr-key( ws-xr-found )
		move 0 to ws-xr-total( ws-xr-found )
		perform varying ws-xc-idx from 1 by 1 until ws-xc-idx > 24
			move 0 to ws-xr-cell( ws-xr-found, ws-xc-idx )
		end-perform
	end-if
	if ws-xc-found = 0
		add 1 to ws-xc-count
		move ws-xc-count to ws-xc-found
		move ws-xtab-col-key to ws-xc-key( ws-xc-found )
		move 0 to ws-xc-total( ws-xc-found )
	end-if

	add ws-field-val to ws-xr-cell( ws-xr-found, ws-xc-found )
	add ws-field-val to ws-xr-total( ws-xr-found )
	add ws-field-val to ws-xc-total( ws-xc-found )
	add ws-field-val to ws-xtab-grand
	add ws-field-val to amount
exit.

sort-xtab-keys.
	perform varying ws-ord-i from 1 by 1 until ws-ord-i > ws-xr-count
		move ws-ord-i to ws-xr-ord( ws-ord-i )
	end-perform
	perform varying ws-ord-i from 1 by 1 until ws-ord-i >= ws-xr-count
		perform varying ws-ord-j from 1 by 1
			until ws-ord-j > ws-xr-count - ws-ord-i
			if ws-xr-key( ws-xr-ord( ws-ord-j ) )
				> ws-xr-key( ws-xr-ord( ws-ord-j + 1 ) )
				move ws-xr-ord( ws-ord-j ) to ws-ord-swap
				move ws-xr-ord( ws-ord-j + 1 ) to ws-xr-ord( ws-ord-j )
				move ws-ord-swap to ws-xr-ord( ws-ord-j + 1 )
			end-if
		end-perform
	end-perform
	perform varying ws-ord-i from 1 by 1 until ws-ord-i > ws-xc-count
		move ws-ord-i to ws-xc-ord( ws-ord-i )
	end-perform
	perform varying ws-ord-i from 1 by 1 until ws-ord-i >= ws-xc-count
		perform varying ws-ord-j from 1 by 1
			until ws-ord-j > ws-xc-count - ws-ord-i
			if ws-xc-key( ws-xc-ord( ws-ord-j ) )
				> ws-xc-key( ws-xc-ord( ws-ord-j + 1 ) )
				move ws-xc-ord( ws-ord-j ) to ws-ord-swap
				move ws-xc-ord( ws-ord-j + 1 ) to ws-xc-ord( ws-ord-j )
				move ws-ord-swap to ws-xc-ord( ws-ord-j + 1 )
			end-if
		end-perform
	end-perform
exit.

show-xtab-results.
	perform sort-xtab-keys
	display " "
	display "===== CROSS-TAB REPORT ====="
	display "Records:     " ws-count
	display "Bad values:  " ws-bad-count
	if ws-xtab-overflow > 0
		display "sum: WARNING - " ws-xtab-overflow " value(s) dropped, more than "
			"200 rows or 24 columns"
	end-if
	display " "
	move spaces to ws-xtab-line
	move 1 to ws-xtab-ptr
	string ws-xtab-row-head delimited by size
		into ws-xtab-line with pointer ws-xtab-ptr
	perform varying ws-ord-i from 1 by 1 until ws-ord-i > ws-xc-count
		move function trim( ws-xc-key( ws-xc-ord( ws-ord-i ) ) ) to ws-xtab-head
		string " " ws-xtab-head delimited by size
			into ws-xtab-line with pointer ws-xtab-ptr
	end-perform
	move "TOTAL" to ws-xtab-head
	string " " ws-xtab-head delimited by size
		into ws-xtab-line with pointer ws-xtab-ptr
	display function trim( ws-xtab-line trailing )

	perform varying ws-ord-j from 1 by 1 until ws-ord-j > ws-xr-count
		move ws-xr-ord( ws-ord-j ) to ws-xr-idx
		move spaces to ws-xtab-line
		move 1 to ws-xtab-ptr
		string ws-xr-key( ws-xr-idx ) delimited by size
			into ws-xtab-line with pointer ws-xtab-ptr
		perform varying ws-ord-i from 1 by 1 until ws-ord-i > ws-xc-count
			move ws-xr-cell( ws-xr-idx, ws-xc-ord( ws-ord-i ) ) to ws-xtab-cell-disp
			string " " ws-xtab-cell-disp delimited by size
				into ws-xtab-line with pointer ws-xtab-ptr
		end-perform
		move ws-xr-total( ws-xr-idx ) to ws-xtab-cell-disp
		string " " ws-xtab-cell-disp delimited by size
			into ws-xtab-line with pointer ws-xtab-ptr
		display function trim( ws-xtab-line trailing )
	end-perform

	move spaces to ws-xtab-line
	move 1 to ws-xtab-ptr
	string "TOTAL               " delimited by size
		into ws-xtab-line with pointer ws-xtab-ptr
	perform varying ws-ord-i from 1 by 1 until ws-ord-i > ws-xc-count
		move ws-xc-total( ws-xc-ord( ws-ord-i ) ) to ws-xtab-cell-disp
		string " " ws-xtab-cell-disp delimited by size
			into ws-xtab-line with pointer ws-xtab-ptr
	end-perform
	move ws-xtab-grand to ws-xtab-cell-disp
	string " " ws-xtab-cell-disp delimited by size
		into ws-xtab-line with pointer ws-xtab-ptr
	display function trim( ws-xtab-line trailing )
	move ws-xtab-grand to ws-amount-disp
	display " "
	display "Grand Total: " ws-amount-disp
	if ws-xtab-overflow > 0
		move 4 to return-code
	end-if
exit.

write-xtab-file.
	open output xtab-file
	move return-code to ws-log-rc
	call "RUNLOG-DATEI" using ws-log-prog ws-xtab-file ws-dat-schreib
		on exception continue
	end-call
	move ws-log-rc to return-code
	if ws-xtab-status not = "00"
		display "sum: ERROR - cannot write " function trim( ws-xtab-file )
		move 8 to return-code
		move "FAILED" to ws-log-outcome
		exit paragraph
	end-if
	move spaces to xtab-record
	move 1 to ws-xtab-ptr
	string function trim( ws-xtab-row-head ) delimited by size
		into xtab-record with pointer ws-xtab-ptr
	perform varying ws-ord-i from 1 by 1 until ws-ord-i > ws-xc-count
		string ws-delimiter function trim( ws-xc-key( ws-xc-ord( ws-ord-i ) ) )
			delimited by size into xtab-record with pointer ws-xtab-ptr
	end-perform
	string ws-delimiter "TOTAL" delimited by size
		into xtab-record with pointer ws-xtab-ptr
	write xtab-record

	perform varying ws-ord-j from 1 by 1 until ws-ord-j > ws-xr-count
		move ws-xr-ord( ws-ord-j ) to ws-xr-idx
		move spaces to xtab-record
		move 1 to ws-xtab-ptr
		string function trim( ws-xr-key( ws-xr-idx ) ) delimited by size
			into xtab-record with pointer ws-xtab-ptr
		perform varying ws-ord-i from 1 by 1 until ws-ord-i > ws-xc-count
			move ws-xr-cell( ws-xr-idx, ws-xc-ord( ws-ord-i ) ) to ws-xtab-cell-out
			string ws-delimiter function trim( ws-xtab-cell-out )
				delimited by size into xtab-record with pointer ws-xtab-ptr
		end-perform
		move ws-xr-total( ws-xr-idx ) to ws-xtab-cell-out
		string ws-delimiter function trim( ws-xtab-cell-out )
			delimited by size into xtab-record with pointer ws-xtab-ptr
		write xtab-record
	end-perform

	move spaces to xtab-record
	move 1 to ws-xtab-ptr
	string "TOTAL" delimited by size into xtab-record with pointer ws-xtab-ptr
	perform varying ws-ord-i from 1 by 1 until ws-ord-i > ws-xc-count
		move ws-xc-total( ws-xc-ord( ws-ord-i ) ) to ws-xtab-cell-out
		string ws-delimiter function trim( ws-xtab-cell-out )
			delimited by size into xtab-record with pointer ws-xtab-ptr
	end-perform
	move ws-xtab-grand to ws-xtab-cell-out
	string ws-delimiter function trim( ws-xtab-cell-out )
		delimited by size into xtab-record with pointer ws-xtab-ptr
	write xtab-record
	close xtab-file
	compute ws-log-written = ws-xr-count + 2
	display "sum: cross-tab written to " function trim( ws-xtab-file )
exit.

take-one-column.
