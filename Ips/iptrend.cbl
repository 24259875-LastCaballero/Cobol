	select warn-file assign to ws-warn-file
	organization is line sequential.

	select optional submast-file assign to ws-submast-file
	organization is line sequential
	file status is ws-submast-status.

data division.
file section.
fd	hist-file.
	05 wr-filler-2		pic x.
	05 wr-days-left		pic 9(5).

fd	submast-file.
01	submast-record.
	05 sm-cidr		pic x(43).
	05 sm-site		pic x(20).
	05 sm-vlan		pic 9(4).
	05 sm-gateway		pic x(39).
	05 sm-dyn-from		pic x(39).
	05 sm-dyn-to		pic x(39).
	05 sm-dept		pic x(20).
	05 sm-purpose		pic x(40).
	05 sm-date		pic x(10).

working-storage section.
01	ws-args			pic x(200).
01	ws-tok-1		pic x(200)	value spaces.
01	ws-tok-2		pic x(200)	value spaces.
01	ws-tok-3		pic x(200)	value spaces.
01	ws-tok-4		pic x(200)	value spaces.
01	ws-tok-cur		pic x(200).
01	ws-hist-file		pic x(200)	value "IPHIST.DAT".
01	ws-hist-status		pic xx		value spaces.
01	ws-hist-end		pic x		value 'N'.
01	ws-submast-file		pic x(200)	value "SUBNETS.DAT".
01	ws-submast-status	pic xx		value spaces.
01	ws-submast-end		pic x		value 'N'.

01	ws-submast-table.
	05 ws-sm-entry occurs 64 times.
		10 ws-sm-cidr		pic x(43).
		10 ws-sm-site		pic x(20).
		10 ws-sm-vlan		pic 9(4).
01	ws-sm-count		pic 9(2)	value 0.
01	ws-sm-idx		pic 9(2).
01	ws-sm-hit		pic 9(2)	value 0.
01	ws-sites.
	05 ws-site-entry occurs 64 times.
		10 ws-sv-site		pic x(20).
		10 ws-sv-vlan		pic 9(4).
		10 ws-sv-subnets	pic 9(3).
		10 ws-sv-total		pic 9(6).
		10 ws-sv-assigned	pic 9(6).
01	ws-site-count		pic 9(2)	value 0.
01	ws-site-idx		pic 9(2).
01	ws-site-found		pic 9(2).
01	ws-cur-site		pic x(20).
01	ws-cur-vlan		pic 9(4).
01	ws-last-total		pic 9(5).
01	ws-last-assigned	pic 9(5).
01	ws-vlan-disp		pic zzz9.
01	ws-cnt-disp		pic zz9.
01	ws-sv-tot-disp		pic zzzzz9.
01	ws-sv-asn-disp		pic zzzzz9.

01	ws-forecast-mode	pic x		value 'N'.
01	ws-horizon-days		pic 9(4)	value 0.
01	ws-warn-file		pic x(200)	value "IPWARN.TXT".
01	ws-warn-count		pic 9(3)	value 0.
01	ws-alert-sev		pic x(8).
01	ws-alert-prog		pic x(12)	value "IPTREND".
01	ws-alert-code		pic x(8).
01	ws-alert-text		pic x(120).
01	ws-fc-n			pic 9(4).
01	ws-fc-base		pic 9(8).
01	ws-fc-x			pic s9(8).
01	ws-tot-disp		pic zzzz9.
01	ws-asn-disp		pic zzzz9.

01	ws-ktl-prog	pic x(12)	value "IPTREND".
01	ws-ktl-file	pic x(200).
01	ws-ktl-days	pic 9(3)	value 0.
01	ws-ktl-result	pic x(8)	value spaces.
01	ws-ktl-stamp	pic x(14)	value spaces.
01	ws-ktl-amount	pic s9(13)v99	value 0.


procedure division.

process-args.
	accept ws-args from command-line
	unstring ws-args delimited by space into ws-tok-1 ws-tok-2 ws-tok-3 ws-tok-4
	move ws-tok-1 to ws-tok-cur
	perform classify-token
	move ws-tok-2 to ws-tok-cur
	perform classify-token
	move ws-tok-3 to ws-tok-cur
	perform classify-token
	move ws-tok-4 to ws-tok-cur
	perform classify-token

	perform set-umgebung
	move ws-hist-file to ws-ktl-file
	perform check-control
	perform load-history
	if ws-hist-count = 0
		display "iptrend: no history records in " function trim( ws-hist-file )
		stop run
	end-if
	perform collect-subnets
	perform load-submast

	display "SUBNET UTILIZATION TREND"
	display " "
	perform varying ws-subnet-idx from 1 by 1 until ws-subnet-idx > ws-subnet-count
		perform show-subnet-trend
	end-perform
	if ws-sm-count > 0
		perform show-site-usage
	end-if

	if ws-forecast-mode = 'Y'
		perform forecast-run
			end-if
		when ws-tok-cur( 1 : 5 ) = "WARN="
			move ws-tok-cur( 6 : ) to ws-warn-file
		when ws-tok-cur( 1 : 8 ) = "SUBNETS="
			move ws-tok-cur( 9 : ) to ws-submast-file
		when other
			move ws-tok-cur to ws-hist-file
	end-evaluate
	if ws-fc-last-total > 0 and ws-fc-last-assigned >= ws-fc-last-total
		move ws-today to wr-full-date
		move 0 to wr-days-left
		move "ERROR" to ws-alert-sev
		move "IPFULL" to ws-alert-code
		move spaces to ws-alert-text
		string "subnet " function trim( ws-subnet-name( ws-subnet-idx ) )
			" is full" delimited by size into ws-alert-text
	else
		move ws-fc-full-date to wr-full-date
		move ws-days-left to wr-days-left
		move "WARNING" to ws-alert-sev
		move "IPFCST" to ws-alert-code
		move spaces to ws-alert-text
		string "subnet " function trim( ws-subnet-name( ws-subnet-idx ) )
			" projected full within " ws-horizon-days " days"
			delimited by size into ws-alert-text
	end-if
	move ";" to wr-filler-2
	write warn-record
	call "ALERT-RAISE" using ws-alert-sev ws-alert-prog ws-alert-code
		ws-alert-text
		on exception continue
	end-call
exit.

check-control.
	call "KONTROLL-PRUEFEN" using ws-ktl-file ws-ktl-prog ws-ktl-days
		ws-ktl-result ws-ktl-stamp ws-ktl-amount
		on exception
			move "OHNE" to ws-ktl-result
	end-call
	evaluate ws-ktl-result
		when "OK"
			continue
		when "OHNE"
			display "iptrend: WARNING - no control record for "
				function trim( ws-ktl-file ) " - file not verified"
		when "KURZ"
			display "iptrend: ERROR - " function trim( ws-ktl-file )
				" is incomplete (fewer records than its control record)"
			move 12 to return-code
			stop run
		when "ALT"
			display "iptrend: ERROR - control record for "
				function trim( ws-ktl-file ) " is older than "
				ws-ktl-days " days"
			move 12 to return-code
			stop run
		when other
			display "iptrend: ERROR - " function trim( ws-ktl-file )
				" does not match its control record (other run or altered)"
			move 12 to return-code
			stop run
	end-evaluate
exit.

load-history.
	end-perform
exit.

load-submast.
	open input submast-file
	if ws-submast-status = "00"
		perform until ws-submast-end = 'Y'
			read submast-file
			at end
				move 'Y' to ws-submast-end
			not at end
				if sm-cidr not = spaces and ws-sm-count < 64
					add 1 to ws-sm-count
					move sm-cidr to ws-sm-cidr( ws-sm-count )
					move sm-site to ws-sm-site( ws-sm-count )
					move sm-vlan to ws-sm-vlan( ws-sm-count )
				end-if
		end-perform
	end-if
	close submast-file
exit.

find-master-subnet.
	move 0 to ws-sm-hit
	perform varying ws-sm-idx from 1 by 1 until ws-sm-idx > ws-sm-count
		if ws-sm-cidr( ws-sm-idx )( 1 : 30 ) = ws-subnet-name( ws-subnet-idx )
			move ws-sm-idx to ws-sm-hit
		end-if
	end-perform
exit.

show-subnet-trend.
	perform find-master-subnet
	if ws-sm-hit > 0
		move ws-sm-vlan( ws-sm-hit ) to ws-vlan-disp
		display "Subnet: " function trim( ws-subnet-name( ws-subnet-idx ) )
			"  Site: " function trim( ws-sm-site( ws-sm-hit ) )
			"  VLAN: " function trim( ws-vlan-disp )
	else
		display "Subnet: " function trim( ws-subnet-name( ws-subnet-idx ) )
	end-if
	display "DATE        TOTAL  ASSIGNED  USED%  UTILIZATION"
	perform varying ws-hist-idx from 1 by 1 until ws-hist-idx > ws-hist-count
		if ws-ent-subnet( ws-hist-idx ) = ws-subnet-name( ws-subnet-idx )
	display " "
exit.

show-site-usage.
	perform varying ws-subnet-idx from 1 by 1 until ws-subnet-idx > ws-subnet-count
		perform add-site-usage
	end-perform
	display "UTILIZATION BY SITE AND VLAN  (latest sample per subnet)"
	display "SITE                  VLAN  SUBNETS   TOTAL  ASSIGNED  USED%"
	perform varying ws-site-idx from 1 by 1 until ws-site-idx > ws-site-count
		if ws-sv-total( ws-site-idx ) > 0
			compute ws-pct = ws-sv-assigned( ws-site-idx ) * 100
				/ ws-sv-total( ws-site-idx )
		else
			move 0 to ws-pct
		end-if
		move ws-pct to ws-pct-disp
		move ws-sv-vlan( ws-site-idx ) to ws-vlan-disp
		move ws-sv-subnets( ws-site-idx ) to ws-cnt-disp
		move ws-sv-total( ws-site-idx ) to ws-sv-tot-disp
		move ws-sv-assigned( ws-site-idx ) to ws-sv-asn-disp
		display ws-sv-site( ws-site-idx ) "  " ws-vlan-disp
			"      " ws-cnt-disp "  " ws-sv-tot-disp
			"    " ws-sv-asn-disp "    " ws-pct-disp
	end-perform
	display " "
exit.

add-site-usage.
	move 0 to ws-last-total
	move 0 to ws-last-assigned
	perform varying ws-hist-idx from 1 by 1 until ws-hist-idx > ws-hist-count
		if ws-ent-subnet( ws-hist-idx ) = ws-subnet-name( ws-subnet-idx )
			move ws-ent-total( ws-hist-idx ) to ws-last-total
			move ws-ent-assigned( ws-hist-idx ) to ws-last-assigned
		end-if
	end-perform
	perform find-master-subnet
	move "*OHNE*" to ws-cur-site
	move 0 to ws-cur-vlan
	if ws-sm-hit > 0
		if ws-sm-site( ws-sm-hit ) not = spaces
			move ws-sm-site( ws-sm-hit ) to ws-cur-site
		end-if
		move ws-sm-vlan( ws-sm-hit ) to ws-cur-vlan
	end-if
	move 0 to ws-site-found
	perform varying ws-site-idx from 1 by 1 until ws-site-idx > ws-site-count
		if ws-sv-site( ws-site-idx ) = ws-cur-site
			and ws-sv-vlan( ws-site-idx ) = ws-cur-vlan
			move ws-site-idx to ws-site-found
		end-if
	end-perform
	if ws-site-found = 0
		if ws-site-count >= 64
			exit paragraph
		end-if
		add 1 to ws-site-count
		move ws-site-count to ws-site-found
		move ws-cur-site to ws-sv-site( ws-site-found )
		move ws-cur-vlan to ws-sv-vlan( ws-site-found )
		move 0 to ws-sv-subnets( ws-site-found )
		move 0 to ws-sv-total( ws-site-found )
		move 0 to ws-sv-assigned( ws-site-found )
	end-if
	add 1 to ws-sv-subnets( ws-site-found )
	add ws-last-total to ws-sv-total( ws-site-found )
	add ws-last-assigned to ws-sv-assigned( ws-site-found )
exit.

show-trend-line.
	move ws-ent-date( ws-hist-idx ) to ws-date-parts
	move spaces to ws-date-disp
	move ws-ent-assigned( ws-hist-idx ) to ws-asn-disp
	display ws-date-disp "  " ws-tot-disp "     " ws-asn-disp "   " ws-pct-disp "  |" ws-bar "|"
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-hist-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-submast-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-warn-file
		on exception continue
	end-call
exit.
