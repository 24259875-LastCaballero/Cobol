identification division.
program-id.	UMGEBUNG.


environment division.
input-output section.
file-control.
	select optional env-file assign to ws-env-file
	organization is line sequential
	file status is ws-env-status.

data division.
file section.
fd	env-file.
01	env-record.
	05 ug-name		pic x(8).
	05 ug-art		pic x.
	05 ug-datei		pic x(40).
	05 ug-ziel		pic x(150).

working-storage section.
01	ws-env-file		pic x(200)	value "UMGEBUNG.DAT".
01	ws-env-path		pic x(200)	value spaces.
01	ws-env-status		pic xx		value spaces.
01	ws-env-end		pic x		value 'N'.
01	ws-loaded		pic x		value 'N'.
01	ws-env-known		pic x		value 'N'.
01	ws-env-name		pic x(8)	value spaces.
01	ws-env-art		pic x		value 'P'.
01	ws-prod-name		pic x(8)	value spaces.
01	ws-map-count		pic 9(3)	value 0.
01	ws-map-table.
	05 ws-map-entry occurs 200 times.
		10 ws-map-kind	pic x.
		10 ws-map-datei	pic x(40).
		10 ws-map-ziel	pic x(150).
01	ws-map-idx		pic 9(3).
01	ws-hit-idx		pic 9(3).
01	ws-want-kind		pic x.
01	ws-orig-name		pic x(200).
01	ws-key			pic x(200).
01	ws-result		pic x(200).
01	ws-ziel-len		pic 9(3).
01	ws-caller-rc		pic s9(9)	usage comp.

linkage section.
01	lk-name			pic x(200).
01	lk-ok			pic x.
01	lk-env-name		pic x(8).
01	lk-env-art		pic x.


procedure division.
	goback.

map-file.
	entry "UMGEBUNG-DATEI" using lk-name.
	move return-code to ws-caller-rc
	perform load-environment
	move lk-name to ws-orig-name
	move 'A' to ws-want-kind
	perform resolve-name
	move ws-result to lk-name
	move ws-caller-rc to return-code
	goback.

guard-file.
	entry "UMGEBUNG-SCHUTZ" using lk-name lk-ok.
	move return-code to ws-caller-rc
	perform load-environment
	move lk-name to ws-orig-name
	move 'A' to ws-want-kind
	perform resolve-name
	move ws-result to lk-name
	move 'J' to lk-ok
	if ws-env-art not = 'P'
		move 'P' to ws-want-kind
		perform resolve-name
		if ws-result = lk-name
			move 'N' to lk-ok
		end-if
	end-if
	move ws-caller-rc to return-code
	goback.

show-environment.
	entry "UMGEBUNG-NAME" using lk-env-name lk-env-art.
	move return-code to ws-caller-rc
	perform load-environment
	if ws-env-name = spaces
		move "STANDARD" to lk-env-name
	else
		move ws-env-name to lk-env-name
	end-if
	move ws-env-art to lk-env-art
	move ws-caller-rc to return-code
	goback.

select-environment.
	entry "UMGEBUNG-WAHL" using lk-env-name lk-ok.
	move return-code to ws-caller-rc
	set environment "UMGEBUNG" to lk-env-name
	perform read-environment
	if ws-env-name not = spaces and ws-env-known = 'N'
		move 'N' to lk-ok
		set environment "UMGEBUNG" to spaces
		perform read-environment
	else
		move 'J' to lk-ok
	end-if
	move ws-caller-rc to return-code
	goback.

load-environment.
	if ws-loaded = 'Y'
		exit paragraph
	end-if
	perform read-environment
	if ws-env-name not = spaces and ws-env-known = 'N'
		display "UMGEBUNG: ERROR - Umgebung " function trim( ws-env-name )
			" fehlt in " function trim( ws-env-file )
		move 8 to return-code
		stop run
	end-if
exit.

read-environment.
	move 'Y' to ws-loaded
	move 'N' to ws-env-known
	move 'N' to ws-env-end
	move 'P' to ws-env-art
	move spaces to ws-env-name
	move spaces to ws-prod-name
	move 0 to ws-map-count
	accept ws-env-name from environment "UMGEBUNG"
	move function upper-case( ws-env-name ) to ws-env-name
	if ws-env-name = spaces
		exit paragraph
	end-if
	move spaces to ws-env-path
	accept ws-env-path from environment "UMGEBUNG_DATEI"
	if ws-env-path not = spaces
		move ws-env-path to ws-env-file
	end-if
	open input env-file
	if ws-env-status not = "00"
		close env-file
		exit paragraph
	end-if
	perform until ws-env-end = 'Y'
		read env-file
		at end
			move 'Y' to ws-env-end
		not at end
			if ug-name( 1 : 1 ) not = "*" and ug-name not = spaces
				perform store-mapping
			end-if
	end-perform
	close env-file
exit.

store-mapping.
	move function upper-case( ug-name ) to ug-name
	move function upper-case( ug-art ) to ug-art
	if ug-name = ws-env-name
		move 'Y' to ws-env-known
		if ug-art = 'P'
			move 'P' to ws-env-art
		else
			move 'T' to ws-env-art
		end-if
		if ug-datei not = spaces and ws-map-count < 200
			add 1 to ws-map-count
			move 'A' to ws-map-kind( ws-map-count )
			move ug-datei to ws-map-datei( ws-map-count )
			move ug-ziel to ws-map-ziel( ws-map-count )
		end-if
	end-if
	if ug-art = 'P' and ( ws-prod-name = spaces or ug-name = ws-prod-name )
		move ug-name to ws-prod-name
		if ug-datei not = spaces and ws-map-count < 200
			add 1 to ws-map-count
			move 'P' to ws-map-kind( ws-map-count )
			move ug-datei to ws-map-datei( ws-map-count )
			move ug-ziel to ws-map-ziel( ws-map-count )
		end-if
	end-if
exit.

resolve-name.
	move ws-orig-name to ws-result
	if ws-orig-name = spaces or ws-orig-name( 1 : 1 ) = "/"
		exit paragraph
	end-if
	move function upper-case( ws-orig-name ) to ws-key
	move 0 to ws-hit-idx
	perform varying ws-map-idx from 1 by 1
		until ws-map-idx > ws-map-count or ws-hit-idx > 0
		if ws-map-kind( ws-map-idx ) = ws-want-kind
			and function upper-case( ws-map-datei( ws-map-idx ) ) = ws-key
			move ws-map-idx to ws-hit-idx
		end-if
	end-perform
	if ws-hit-idx = 0
		perform varying ws-map-idx from 1 by 1
			until ws-map-idx > ws-map-count or ws-hit-idx > 0
			if ws-map-kind( ws-map-idx ) = ws-want-kind
				and ws-map-datei( ws-map-idx ) = "*"
				move ws-map-idx to ws-hit-idx
			end-if
		end-perform
	end-if
	if ws-hit-idx = 0 or ws-map-ziel( ws-hit-idx ) = spaces
		exit paragraph
	end-if
	compute ws-ziel-len = function length(
		function trim( ws-map-ziel( ws-hit-idx ) trailing ) )
	move spaces to ws-result
	if ws-map-datei( ws-hit-idx ) not = "*"
		and ws-map-ziel( ws-hit-idx )( ws-ziel-len : 1 ) not = "/"
		move ws-map-ziel( ws-hit-idx ) to ws-result
	else
		if ws-map-ziel( ws-hit-idx )( ws-ziel-len : 1 ) = "/"
			string ws-map-ziel( ws-hit-idx )( 1 : ws-ziel-len )
				function trim( ws-orig-name )
				delimited by size into ws-result
		else
			string ws-map-ziel( ws-hit-idx )( 1 : ws-ziel-len ) "/"
				function trim( ws-orig-name )
				delimited by size into ws-result
		end-if
	end-if
exit.
