	organization is line sequential
	file status is ws-lease-status.

	select optional seen-file assign to ws-seen-file
	organization is line sequential
	file status is ws-seen-status.

	select optional meta-file assign to ws-meta-file
	organization is line sequential
	file status is ws-meta-status.

	select optional submast-file assign to ws-submast-file
	organization is line sequential
	file status is ws-submast-status.

	select dns-fwd-file assign to ws-dns-fwd-file
	organization is line sequential.

	select dhcp-file assign to ws-dhcp-file
	organization is line sequential.

	select dhcp6-file assign to ws-dhcp6-file
	organization is line sequential.

data division.
file section.
fd	ip-out-file.
	05 alloc-mac		pic x(17).
	05 alloc-dept		pic x(20).
	05 alloc-date		pic x(10).
	05 alloc-ip-cont	pic x(19).

fd	ctl-file.
01	ctl-record		pic x(30).
	05 hist-free		pic 9(5).

fd	scan-file.
01	scan-record		pic x(39).

fd	lease-file.
01	lease-record.
	05 lease-ip		pic x(20).
	05 lease-mac		pic x(17).
	05 lease-expiry		pic x(16).
	05 lease-ip-cont		pic x(19).

fd	seen-file.
01	seen-record.
	05 seen-ip		pic x(39).
	05 seen-date		pic 9(8).
	05 seen-source		pic x(5).

fd	meta-file.
01	meta-record.
	05 met-dyn-from		pic x(20).
	05 met-dyn-to		pic x(20).

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

fd	dns-fwd-file.
01	dns-fwd-record		pic x(200).

fd	dhcp-file.
01	dhcp-record		pic x(80).

fd	dhcp6-file.
01	dhcp6-record		pic x(80).

working-storage section.
01	idx 		pic 9(3).
01	ct-ip-1 	pic 9(3) value 1.

01 2-nets.
	05 items occurs 128 times.
		10 ip-1 pic x(39).
	05 items occurs 128 times.
		10 ip-2 pic x(39).

01 2-nets-status.
	05 statuses occurs 128 times.
	05 statuses occurs 128 times.
		10 status-2 pic x(9).

01	ws-args			pic x(200).
01	ws-subnet-spec		pic x(43).
01	ws-output-file		pic x(200).
01	ws-alloc-file		pic x(200).
01	ws-net-part		pic x(39).
01	ws-mask-part		pic x(3).
01	ws-net-family		pic x		value '4'.
01	ws-ip-width		pic 9(2)	value 20.
01	ws-subnet-label		pic x(44).
01	ws-mask6-disp		pic zz9.

01	ws-net-octets.
	05 ws-oct-1		pic 9(3).
01	ws-ctl-status		pic xx value spaces.
01	ws-ctl-end		pic x value 'N'.
01	ws-spec-list.
	05 ws-spec-entry occurs 32 times pic x(43).
01	ws-spec-count		pic 9(2) value 0.
01	ws-spec-idx		pic 9(2).

01	ws-alloc-end		pic x value 'N'.
01	ws-allocated.
	05 ws-alloc-entry occurs 1024 times.
		10 ws-allocated-ip	pic x(39).
		10 ws-allocated-host	pic x(30).
		10 ws-allocated-mac	pic x(17).
		10 ws-allocated-used	pic x.
01	ws-dns-fwd-file		pic x(200) value "DNSFWD.TXT".
01	ws-dns-rev-file		pic x(200) value "DNSREV.TXT".
01	ws-dhcp-file		pic x(200) value "DHCPRES.TXT".
01	ws-dhcp6-file		pic x(200) value "DHCP6RES.TXT".
01	ws-rev-zone		pic x(80).
01	ws-rev-octets.
	05 ws-rev-oct-1		pic x(3).
	05 ws-rev-oct-2		pic x(3).
01	ws-tok-extra-1		pic x(30).
01	ws-tok-extra-2		pic x(30).
01	ws-tok-extra-3		pic x(30).
01	ws-tok-extra-4		pic x(30).
01	ws-tok-extra-5		pic x(30).
01	ws-tok-extra		pic x(30).

01	ws-scan-mode		pic x value 'N'.
01	ws-scan-status		pic xx value spaces.
01	ws-scan-end		pic x value 'N'.
01	ws-observed.
	05 ws-observed-ip occurs 512 times pic x(39).
01	ws-observed-count	pic 9(3) value 0.
01	ws-observed-idx		pic 9(3).
01	ws-observed-found	pic x.
01	ws-chk-ip		pic x(39).
01	ws-chk-status		pic x(9).
01	ws-drift-flag		pic x(16).
01	ws-request-mode		pic x value 'N'.
01	ws-lease-status		pic xx value spaces.
01	ws-lease-end		pic x value 'N'.
01	ws-leased.
	05 ws-leased-ip occurs 512 times pic x(39).
01	ws-leased-flags.
	05 ws-leased-active occurs 512 times pic x.
01	ws-lease-count		pic 9(3) value 0.
01	ws-lease-idx		pic 9(3).

01	ws-seen-file		pic x(200) value "LASTSEEN.DAT".
01	ws-seen-status		pic xx value spaces.
01	ws-seen-end		pic x value 'N'.
01	ws-seen-table.
	05 ws-seen-entry occurs 4096 times.
		10 ws-sn-ip		pic x(39).
		10 ws-sn-date		pic 9(8).
		10 ws-sn-source		pic x(5).
01	ws-seen-count		pic 9(4) value 0.
01	ws-seen-idx		pic 9(4).
01	ws-seen-found		pic 9(4).
01	ws-seen-source		pic x(5).
01	ws-seen-today		pic 9(8).
01	ws-seen-iso		pic x(10).
01	ws-sub-dynamic		pic 9(5) value 0.
01	ws-grand-dynamic	pic 9(6) value 0.
01	ws-count-disp-4		pic zzzz9.
		10 ws-met-dyn-to	pic x(20).
01	ws-meta-count		pic 9(2) value 0.
01	ws-meta-idx		pic 9(2).
01	ws-exp-vlan		pic 9(4).
01	ws-exp-gateway		pic x(39).
01	ws-exp-dyn-from		pic x(39).
01	ws-exp-dyn-to		pic x(39).

01	ws-submast-file		pic x(200) value "SUBNETS.DAT".
01	ws-submast-status	pic xx value spaces.
01	ws-submast-end		pic x value 'N'.
01	ws-submast-table.
	05 ws-sm-entry occurs 64 times.
		10 ws-sm-cidr		pic x(43).
		10 ws-sm-site		pic x(20).
		10 ws-sm-vlan		pic 9(4).
		10 ws-sm-gateway	pic x(39).
		10 ws-sm-dyn-from	pic x(39).
		10 ws-sm-dyn-to		pic x(39).
		10 ws-sm-purpose	pic x(40).
01	ws-sm-count		pic 9(2) value 0.
01	ws-sm-idx		pic 9(2).
01	ws-sm-hit		pic 9(2) value 0.
01	ws-site-filter		pic x(20) value spaces.
01	ws-sv-table.
	05 ws-sv-entry occurs 64 times.
		10 ws-sv-site		pic x(20).
		10 ws-sv-vlan		pic 9(4).
		10 ws-sv-total		pic 9(6).
		10 ws-sv-assigned	pic 9(6).
		10 ws-sv-dynamic	pic 9(6).
		10 ws-sv-free		pic 9(6).
01	ws-sv-count		pic 9(2) value 0.
01	ws-sv-idx		pic 9(2).
01	ws-sv-found		pic 9(2).
01	ws-cur-site		pic x(20).
01	ws-cur-vlan		pic 9(4).
01	ws-show-dynamic		pic x value 'N'.
01	ws-out-ptr		pic 9(3).
01	ws-addr-key		pic x(40).
01	ws-gw-key		pic x(40).
01	ws-from-key		pic x(40).
01	ws-to-key		pic x(40).
01	ws-ip-octets.
	05 ws-ip-oct-1		pic 9(3).
	05 ws-ip-oct-2		pic 9(3).
	05 ws-ip-oct-3		pic 9(3).
	05 ws-ip-oct-4		pic 9(3).
01	ws-ip-tok-1		pic x(3).
01	ws-ip-tok-2		pic x(3).
01	ws-ip-tok-3		pic x(3).
01	ws-ip-tok-4		pic x(3).
01	ws-ip-valid		pic x value 'N'.

01	ws-zone-prefix		pic x(16).
01	ws-zone-mask		pic x(3).
01	ws-zone-netmask		pic x(15).
01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".
01	ws-ktl-prog	pic x(12)	value "IPCALC".
01	ws-ktl-file	pic x(200).
01	ws-ktl-days	pic 9(3)	value 0.
01	ws-ktl-result	pic x(8)	value spaces.
01	ws-ktl-stamp	pic x(14)	value spaces.
01	ws-ktl-amount	pic s9(13)v99	value 0.

01	ws-current-date.
	05 ws-cur-yyyy		pic 9(4).
01	ws-date-disp		pic x(10).
01	ws-mask-disp		pic z9.

01	ws-ip-family		pic x		value '4'.
01	ws-colon-count		pic 9(2).
01	ws-ip6-addr.
	05 ws-ip6-grp occurs 8 times	pic 9(5).
01	ws-ip6-save.
	05 ws-ip6-save-grp occurs 8 times	pic 9(5).
01	ws-net6-addr.
	05 ws-net6-grp occurs 8 times	pic 9(5).
01	ws-ip6-work		pic x(39).
01	ws-ip6-text		pic x(39).
01	ws-ip6-head		pic x(39).
01	ws-ip6-tail		pic x(39).
01	ws-ip6-part		pic x(39).
01	ws-ip6-toks.
	05 ws-ip6-tok occurs 8 times	pic x(5).
01	ws-ip6-part-grps.
	05 ws-ip6-part-grp occurs 8 times	pic 9(5).
01	ws-ip6-head-grps.
	05 ws-ip6-head-grp occurs 8 times	pic 9(5).
01	ws-ip6-part-cnt		pic 9(2).
01	ws-ip6-head-cnt		pic 9(2).
01	ws-ip6-dcolon		pic 9(2).
01	ws-ip6-tcolon		pic 9(2).
01	ws-ip6-len		pic 9(2).
01	ws-ip6-g		pic 9(2).
01	ws-ip6-c		pic 9(2).
01	ws-ip6-val		pic 9(5).
01	ws-ip6-val-2		pic 9(5).
01	ws-ip6-div		pic 9(5).
01	ws-ip6-ok		pic x.
01	ws-ip6-valid		pic x		value 'N'.
01	ws-ip6-bits		pic 9(3).
01	ws-ip6-full		pic 9(2).
01	ws-ip6-rest		pic 9(2).
01	ws-ip6-ptr		pic 9(2).
01	ws-ip6-run-start	pic 9(2).
01	ws-ip6-run-len		pic 9(2).
01	ws-ip6-cur-start	pic 9(2).
01	ws-ip6-cur-len		pic 9(2).
01	ws-ip6-hex		pic x(4).
01	ws-ip6-hex-len		pic 9.
01	ws-hex-digits		pic x(16)	value "0123456789abcdef".
01	ws-hex-pos		pic 9(2).
01	ws-ip6-nibbles		pic x(32).
01	ws-ip6-nib-count	pic 9(2).
01	ws-ip6-arpa		pic x(80).
01	ws-arpa-ptr		pic 9(3).


procedure division.

	end-call
	unstring ws-args delimited by space into ws-subnet-spec ws-output-file ws-alloc-file
		ws-tok-extra-1 ws-tok-extra-2 ws-tok-extra-3
		ws-tok-extra-4 ws-tok-extra-5
	move ws-tok-extra-1 to ws-tok-extra
	perform classify-extra-token
	move ws-tok-extra-2 to ws-tok-extra
	perform classify-extra-token
	move ws-tok-extra-3 to ws-tok-extra
	perform classify-extra-token
	move ws-tok-extra-4 to ws-tok-extra
	perform classify-extra-token
	move ws-tok-extra-5 to ws-tok-extra
	perform classify-extra-token
	perform set-umgebung
	perform load-submast
	if ws-subnet-spec = spaces
		move "200.200.200.0/24" to ws-subnet-spec
	end-if
	if ws-output-file = spaces
		move "IPLIST.TXT" to ws-output-file
	end-if
	call "UMGEBUNG-DATEI" using ws-output-file
		on exception continue
	end-call

	evaluate true
		when ws-subnet-spec( 1 : 1 ) = "@"
			move ws-subnet-spec( 2 : ) to ws-ctl-file
			call "UMGEBUNG-DATEI" using ws-ctl-file
				on exception continue
			end-call
			perform load-control-file
			if ws-spec-count = 0
				display "ip-calculator: ERROR - no subnet specs in control file: "
					function trim( ws-ctl-file )
				move 8 to return-code
				stop run
			end-if
		when function upper-case( ws-subnet-spec ) = "MASTER"
			perform load-master-specs
			if ws-spec-count = 0
				display "ip-calculator: ERROR - no matching subnets in "
					function trim( ws-submast-file )
				move 8 to return-code
				stop run
			end-if
		when other
			move 1 to ws-spec-count
			move ws-subnet-spec to ws-spec-entry( 1 )
	end-evaluate

	if ws-request-mode = 'Y' and ws-alloc-file = spaces
		display "ip-calculator: ERROR - REQUEST mode needs an allocation file"
		stop run
	end-if

	accept ws-seen-today from date yyyymmdd
	move ws-seen-today to ws-current-date
	string ws-cur-yyyy "-" ws-cur-mm "-" ws-cur-dd
		delimited by size into ws-seen-iso
	perform load-alloc
	perform load-scan
	perform load-leases
	if ws-scan-mode = 'Y' or ws-lease-mode = 'Y'
		perform update-last-seen
	end-if
	perform load-meta
	perform build-report-header
	perform open-report
	open extend hist-file
	call "RUNLOG-DATEI" using ws-log-prog ws-hist-file ws-dat-schreib
		on exception continue
	end-call
	perform varying ws-spec-idx from 1 by 1 until ws-spec-idx > ws-spec-count
		move ws-spec-entry( ws-spec-idx ) to ws-subnet-spec
		perform run-one-subnet
	end-perform
	close hist-file
	call "KONTROLL-SCHREIBEN" using ws-hist-file ws-ktl-prog ws-ktl-amount
		on exception continue
	end-call
	perform close-report
	perform export-configs
	if ws-request-mode = 'Y' and ws-reserved-count < ws-request-count
			move 'Y' to ws-lease-mode
		when ws-tok-extra( 1 : 5 ) = "META="
			move ws-tok-extra( 6 : ) to ws-meta-file
		when ws-tok-extra( 1 : 8 ) = "SUBNETS="
			move ws-tok-extra( 9 : ) to ws-submast-file
		when ws-tok-extra( 1 : 9 ) = "LASTSEEN="
			move ws-tok-extra( 10 : ) to ws-seen-file
		when ws-tok-extra( 1 : 5 ) = "SITE="
			move ws-tok-extra( 6 : ) to ws-site-filter
		when ws-tok-extra( 1 : 8 ) = "REQUEST="
			if function trim( ws-tok-extra( 9 : ) ) is numeric
				move function numval( ws-tok-extra( 9 : ) ) to ws-request-count

load-control-file.
	open input ctl-file
	call "RUNLOG-DATEI" using ws-log-prog ws-ctl-file ws-dat-lesen
		on exception continue
	end-call
	if ws-ctl-status not = "00"
		display "ip-calculator: ERROR - cannot open control file: "
			function trim( ws-ctl-file )
	close ctl-file
exit.

load-submast.
	open input submast-file
	call "RUNLOG-DATEI" using ws-log-prog ws-submast-file ws-dat-lesen
		on exception continue
	end-call
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
					move sm-gateway to ws-sm-gateway( ws-sm-count )
					move sm-dyn-from to ws-sm-dyn-from( ws-sm-count )
					move sm-dyn-to to ws-sm-dyn-to( ws-sm-count )
					move sm-purpose to ws-sm-purpose( ws-sm-count )
				end-if
		end-perform
	end-if
	close submast-file
	if ws-sm-count > 0 or ws-lease-mode = 'Y'
		move 'Y' to ws-show-dynamic
	end-if
exit.

load-master-specs.
	perform varying ws-sm-idx from 1 by 1 until ws-sm-idx > ws-sm-count
		if ( ws-site-filter = spaces
			or ws-sm-site( ws-sm-idx ) = ws-site-filter )
			and ws-spec-count < 32
			add 1 to ws-spec-count
			move ws-sm-cidr( ws-sm-idx ) to ws-spec-entry( ws-spec-count )
		end-if
	end-perform
exit.

find-master-subnet.
	move 0 to ws-sm-hit
	perform varying ws-sm-idx from 1 by 1 until ws-sm-idx > ws-sm-count
		if ws-sm-cidr( ws-sm-idx ) = ws-subnet-label
			move ws-sm-idx to ws-sm-hit
		end-if
	end-perform
exit.

run-one-subnet.
	perform parse-subnet-spec
	perform find-master-subnet
	perform move-ips
	perform check-alloc
	if ws-request-mode = 'Y' and ws-reserved-count < ws-request-count

reserve-free.
	open extend alloc-file
	call "RUNLOG-DATEI" using ws-log-prog ws-alloc-file ws-dat-schreib
		on exception continue
	end-call
	perform varying idx from 2 by 1 until idx > ws-split
		or ws-reserved-count >= ws-request-count
		if status-1( idx ) = "FREE"
	add 1 to ws-reserved-count
	move spaces to alloc-record
	move ws-chk-ip to alloc-ip
	move ws-chk-ip( 21 : 19 ) to alloc-ip-cont
	move "*RESERVED*" to alloc-hostname
	move "PENDING" to alloc-dept
	move ws-date-disp to alloc-date
	move spaces to ws-net-part
	move spaces to ws-mask-part
	unstring ws-subnet-spec delimited by "/" into ws-net-part ws-mask-part
	move 0 to ws-colon-count
	inspect ws-net-part tallying ws-colon-count for all ":"
	if ws-colon-count > 0
		perform parse-subnet-spec6
		exit paragraph
	end-if
	move '4' to ws-net-family
	move 20 to ws-ip-width
	if ws-mask-part = spaces
		move "24" to ws-mask-part
	end-if
	compute ws-tbl-2-size = ws-net-size - ws-split
	move ws-oct-4 to ws-oct-4-disp
	move ws-mask-num to ws-mask-disp
	move spaces to ws-subnet-label
	string function trim( ws-base-prefix ) function trim( ws-oct-4-disp ) "/" ws-mask-disp
		delimited by size into ws-subnet-label
	move 1 to ct-ip-1
	move 1 to ct-ip-2
exit.

parse-subnet-spec6.
	move '6' to ws-net-family
	move 39 to ws-ip-width
	if ws-mask-part = spaces
		move "64" to ws-mask-part
	end-if
	move ws-net-part to ws-ip6-work
	perform parse-ip6
	if ws-ip6-valid = 'Y' and function trim( ws-mask-part ) is numeric
		move function numval( ws-mask-part ) to ws-ip6-bits
	else
		move 999 to ws-ip6-bits
	end-if
	if ws-ip6-bits > 128
		display "ip-calculator: ERROR - not a valid IPv6 prefix: "
			function trim( ws-subnet-spec )
		move 8 to return-code
		stop run
	end-if
	perform mask-net6
	if ws-ip6-bits >= 120
		compute ws-net-size = 2 ** ( 128 - ws-ip6-bits )
	else
		move 256 to ws-net-size
	end-if
	compute ws-split = ws-net-size / 2
	compute ws-tbl-2-size = ws-net-size - ws-split
	move ws-ip6-bits to ws-mask6-disp
	move spaces to ws-subnet-label
	string function trim( ws-ip6-text ) "/" function trim( ws-mask6-disp )
		delimited by size into ws-subnet-label
	move 1 to ct-ip-1
	move 1 to ct-ip-2
exit.

mask-net6.
	divide ws-ip6-bits by 16 giving ws-ip6-full remainder ws-ip6-rest
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > 8
		if ws-ip6-g > ws-ip6-full + 1
			or ( ws-ip6-g = ws-ip6-full + 1 and ws-ip6-rest = 0 )
			move 0 to ws-ip6-grp( ws-ip6-g )
		end-if
	end-perform
	if ws-ip6-rest > 0
		compute ws-ip6-div = 2 ** ( 16 - ws-ip6-rest )
		compute ws-ip6-val = ws-ip6-grp( ws-ip6-full + 1 ) / ws-ip6-div
		compute ws-ip6-grp( ws-ip6-full + 1 ) = ws-ip6-val * ws-ip6-div
	end-if
	move ws-ip6-addr to ws-net6-addr
	perform format-ip6
exit.

move-ips.
	if ws-net-family = '6'
		perform move-ips6
		exit paragraph
	end-if
	perform varying idx from 0 by 1 until idx > ws-net-size - 1
		compute ws-host-octet = ws-oct-4 + idx
		move ws-host-octet to ws-host-octet-disp
	end-perform
exit.

move-ips6.
	perform varying idx from 0 by 1 until idx > ws-net-size - 1
		move ws-net6-addr to ws-ip6-addr
		compute ws-ip6-grp( 8 ) = ws-net6-grp( 8 ) + idx
		perform format-ip6
		if idx < ws-split
			move ws-ip6-text to ip-1( ct-ip-1 )
			add 1 to ct-ip-1
		else
			move ws-ip6-text to ip-2( ct-ip-2 )
			add 1 to ct-ip-2
		end-if
	end-perform
exit.

normalize-chk-ip.
	move 0 to ws-colon-count
	inspect ws-chk-ip tallying ws-colon-count for all ":"
	if ws-colon-count > 0
		move function trim( ws-chk-ip ) to ws-ip6-work
		perform parse-ip6
		if ws-ip6-valid = 'Y'
			move ws-ip6-text to ws-chk-ip
		end-if
	end-if
exit.

load-alloc.
	if ws-alloc-file not = spaces
		open input alloc-file
		call "RUNLOG-DATEI" using ws-log-prog ws-alloc-file ws-dat-lesen
			on exception continue
		end-call
		if ws-alloc-status = "00"
			perform until ws-alloc-end = 'Y'
				read alloc-file
				not at end
					if ws-alloc-count < 1024
						add 1 to ws-alloc-count
						move alloc-ip to ws-chk-ip
						move alloc-ip-cont to ws-chk-ip( 21 : 19 )
						perform normalize-chk-ip
						move ws-chk-ip to ws-allocated-ip( ws-alloc-count )
						move alloc-hostname to ws-allocated-host( ws-alloc-count )
						move alloc-mac to ws-allocated-mac( ws-alloc-count )
						move 'N' to ws-allocated-used( ws-alloc-count )
load-scan.
	if ws-scan-mode = 'Y'
		open input scan-file
		call "RUNLOG-DATEI" using ws-log-prog ws-scan-file ws-dat-lesen
			on exception continue
		end-call
		if ws-scan-status not = "00"
			display "ip-calculator: ERROR - cannot open scan file: "
				function trim( ws-scan-file )
				if function trim( scan-record ) not = spaces
					and ws-observed-count < 512
					add 1 to ws-observed-count
					move scan-record to ws-chk-ip
					perform normalize-chk-ip
					move ws-chk-ip to ws-observed-ip( ws-observed-count )
				end-if
		end-perform
		close scan-file
load-leases.
	if ws-lease-mode = 'Y'
		open input lease-file
		call "RUNLOG-DATEI" using ws-log-prog ws-lease-file ws-dat-lesen
			on exception continue
		end-call
		if ws-lease-status not = "00"
			display "ip-calculator: ERROR - cannot open lease file: "
				function trim( ws-lease-file )
				if function trim( lease-ip ) not = spaces
					and ws-lease-count < 512
					add 1 to ws-lease-count
					move lease-ip to ws-chk-ip
					move lease-ip-cont to ws-chk-ip( 21 : 19 )
					perform normalize-chk-ip
					move ws-chk-ip to ws-leased-ip( ws-lease-count )
					move 'Y' to ws-leased-active( ws-lease-count )
					if lease-expiry not = spaces
						and lease-expiry( 1 : 10 ) < ws-seen-iso
						move 'N' to ws-leased-active( ws-lease-count )
					end-if
				end-if
		end-perform
		close lease-file
	end-if
exit.

update-last-seen.
	open input seen-file
	call "RUNLOG-DATEI" using ws-log-prog ws-seen-file ws-dat-lesen
		on exception continue
	end-call
	if ws-seen-status = "00"
		perform until ws-seen-end = 'Y'
			read seen-file
			at end
				move 'Y' to ws-seen-end
			not at end
				if seen-ip not = spaces and ws-seen-count < 4096
					add 1 to ws-seen-count
					move seen-record to ws-seen-entry( ws-seen-count )
				end-if
		end-perform
	end-if
	close seen-file
	move "SCAN" to ws-seen-source
	perform varying ws-observed-idx from 1 by 1
		until ws-observed-idx > ws-observed-count
		move ws-observed-ip( ws-observed-idx ) to ws-chk-ip
		perform touch-last-seen
	end-perform
	move "LEASE" to ws-seen-source
	perform varying ws-lease-idx from 1 by 1 until ws-lease-idx > ws-lease-count
		if ws-leased-active( ws-lease-idx ) = 'Y'
			move ws-leased-ip( ws-lease-idx ) to ws-chk-ip
			perform touch-last-seen
		end-if
	end-perform
	open output seen-file
	call "RUNLOG-DATEI" using ws-log-prog ws-seen-file ws-dat-schreib
		on exception continue
	end-call
	perform varying ws-seen-idx from 1 by 1 until ws-seen-idx > ws-seen-count
		move ws-seen-entry( ws-seen-idx ) to seen-record
		write seen-record
	end-perform
	close seen-file
	call "KONTROLL-SCHREIBEN" using ws-seen-file ws-ktl-prog ws-ktl-amount
		on exception continue
	end-call
exit.

touch-last-seen.
	move 0 to ws-seen-found
	perform varying ws-seen-idx from 1 by 1
		until ws-seen-idx > ws-seen-count or ws-seen-found > 0
		if ws-sn-ip( ws-seen-idx ) = ws-chk-ip
			move ws-seen-idx to ws-seen-found
		end-if
	end-perform
	if ws-seen-found = 0
		if ws-seen-count >= 4096
			display "ip-calculator: WARNING - last-seen table full, not recorded: "
				function trim( ws-chk-ip )
			exit paragraph
		end-if
		add 1 to ws-seen-count
		move ws-seen-count to ws-seen-found
		move ws-chk-ip to ws-sn-ip( ws-seen-found )
		move 0 to ws-sn-date( ws-seen-found )
	end-if
	if ws-seen-today >= ws-sn-date( ws-seen-found )
		move ws-seen-today to ws-sn-date( ws-seen-found )
		move ws-seen-source to ws-sn-source( ws-seen-found )
	end-if
exit.

find-observed.
	move 'N' to ws-observed-found
	perform varying ws-observed-idx from 1 by 1
	move spaces to ws-drift-flag
	if ws-scan-mode = 'Y'
		perform find-observed
		if ( ws-chk-status = "ASSIGNED" or ws-chk-status = "GATEWAY" )
			and ws-observed-found = 'N'
			move "  *NO-RESPONSE*" to ws-drift-flag
			add 1 to ws-sub-drift
		end-if
			end-perform
		end-perform
	end-if
	if ws-sm-hit > 0
		perform mark-master-ranges
	end-if
exit.

mark-master-ranges.
	move spaces to ws-gw-key
	move spaces to ws-from-key
	move spaces to ws-to-key
	if ws-sm-gateway( ws-sm-hit ) not = spaces
		move ws-sm-gateway( ws-sm-hit ) to ws-chk-ip
		perform set-addr-key
		move ws-addr-key to ws-gw-key
	end-if
	if ws-sm-dyn-from( ws-sm-hit ) not = spaces
		move ws-sm-dyn-from( ws-sm-hit ) to ws-chk-ip
		perform set-addr-key
		move ws-addr-key to ws-from-key
		move ws-sm-dyn-to( ws-sm-hit ) to ws-chk-ip
		perform set-addr-key
		move ws-addr-key to ws-to-key
	end-if
	perform varying idx from 1 by 1 until idx > ws-split
		if status-1( idx ) = "FREE"
			move ip-1( idx ) to ws-chk-ip
			perform set-addr-key
			perform classify-master-range
			move ws-chk-status to status-1( idx )
		end-if
	end-perform
	perform varying idx from 1 by 1 until idx > ws-tbl-2-size
		if status-2( idx ) = "FREE"
			move ip-2( idx ) to ws-chk-ip
			perform set-addr-key
			perform classify-master-range
			move ws-chk-status to status-2( idx )
		end-if
	end-perform
exit.

classify-master-range.
	move "FREE" to ws-chk-status
	if ws-addr-key = spaces
		exit paragraph
	end-if
	if ws-gw-key not = spaces and ws-addr-key = ws-gw-key
		move "GATEWAY" to ws-chk-status
	end-if
	if ws-from-key not = spaces and ws-to-key not = spaces
		and ws-addr-key >= ws-from-key and ws-addr-key <= ws-to-key
		move "POOL" to ws-chk-status
	end-if
exit.

set-addr-key.
	move spaces to ws-addr-key
	perform check-ip-valid
	if ws-ip-valid = 'N'
		exit paragraph
	end-if
	if ws-ip-family = '6'
		move ws-ip6-addr to ws-addr-key
	else
		move ws-ip-octets to ws-addr-key
	end-if
exit.

check-ip-valid.
	move 'N' to ws-ip-valid
	move 0 to ws-colon-count
	inspect ws-chk-ip tallying ws-colon-count for all ":"
	if ws-colon-count > 0
		move '6' to ws-ip-family
		move function trim( ws-chk-ip ) to ws-ip6-work
		perform parse-ip6
		move ws-ip6-valid to ws-ip-valid
		exit paragraph
	end-if
	move '4' to ws-ip-family
	move spaces to ws-ip-tok-1
	move spaces to ws-ip-tok-2
	move spaces to ws-ip-tok-3
	move spaces to ws-ip-tok-4
	unstring ws-chk-ip delimited by "." into
		ws-ip-tok-1 ws-ip-tok-2 ws-ip-tok-3 ws-ip-tok-4
	if function trim( ws-ip-tok-1 ) is numeric
		and function trim( ws-ip-tok-2 ) is numeric
		and function trim( ws-ip-tok-3 ) is numeric
		and function trim( ws-ip-tok-4 ) is numeric
		move ws-ip-tok-1 to ws-ip-oct-1
		move ws-ip-tok-2 to ws-ip-oct-2
		move ws-ip-tok-3 to ws-ip-oct-3
		move ws-ip-tok-4 to ws-ip-oct-4
		if ws-ip-oct-1 < 256 and ws-ip-oct-2 < 256
			and ws-ip-oct-3 < 256 and ws-ip-oct-4 < 256
			move 'Y' to ws-ip-valid
		end-if
	end-if
exit.

build-report-header.

open-report.
	open output ip-out-file
	call "RUNLOG-DATEI" using ws-log-prog ws-output-file ws-dat-schreib
		on exception continue
	end-call
	move spaces to ip-out-record
	string "IP ADDRESS INVENTORY REPORT" delimited by size into ip-out-record
	write ip-out-record
	move spaces to ip-out-record
	write ip-out-record
	move spaces to ip-out-record
	string "Subnet: " function trim( ws-subnet-label )
		delimited by size into ip-out-record
	write ip-out-record
	if ws-sm-hit > 0
		perform write-master-lines
	end-if
	move spaces to ip-out-record
	write ip-out-record
	move spaces to ip-out-record
	if ws-net-family = '6'
		string "IP ADDRESS                               STATUS"
			delimited by size into ip-out-record
		write ip-out-record
		move spaces to ip-out-record
		string "---------------------------------------  --------"
			delimited by size into ip-out-record
	else
		string "IP ADDRESS            STATUS" delimited by size into ip-out-record
		write ip-out-record
		move spaces to ip-out-record
		string "--------------------  --------" delimited by size into ip-out-record
	end-if
	write ip-out-record

	perform varying idx from 1 by 1 until idx > ws-split
		move status-1( idx ) to ws-chk-status
		perform set-drift-flag
		move spaces to ip-out-record
		string ip-1( idx )( 1 : ws-ip-width ) "  " function trim( status-1( idx ) )
			ws-drift-flag delimited by size into ip-out-record
		write ip-out-record
		perform count-status-1
		move status-2( idx ) to ws-chk-status
		perform set-drift-flag
		move spaces to ip-out-record
		string ip-2( idx )( 1 : ws-ip-width ) "  " function trim( status-2( idx ) )
			ws-drift-flag delimited by size into ip-out-record
		write ip-out-record
		perform count-status-2
	end-perform
	if ws-net-family = '6'
		perform write-outside-window6
	end-if

	compute ws-sub-total = ws-sub-assigned + ws-sub-free + ws-sub-dynamic
	add ws-sub-total to ws-grand-total
	move ws-sub-total to ws-count-disp
	move ws-sub-assigned to ws-count-disp-2
	move ws-sub-free to ws-count-disp-3
	if ws-sm-count > 0
		perform add-site-usage
	end-if

	move spaces to ip-out-record
	if ws-show-dynamic = 'Y'
		move ws-sub-dynamic to ws-count-disp-4
		string "Subnet total:" ws-count-disp
			"  Assigned:" ws-count-disp-2
	end-if

	move ws-current-date to hist-date
	move ws-subnet-label to hist-subnet
	move ws-sub-total to hist-total
	move ws-sub-assigned to hist-assigned
	move ws-sub-free to hist-free
	write hist-record
exit.

write-outside-window6.
	perform varying ws-alloc-idx from 1 by 1 until ws-alloc-idx > ws-alloc-count
		move 0 to ws-colon-count
		inspect ws-allocated-ip( ws-alloc-idx ) tallying ws-colon-count for all ":"
		if ws-allocated-used( ws-alloc-idx ) = 'N' and ws-colon-count > 0
			move ws-allocated-ip( ws-alloc-idx ) to ws-chk-ip
			move function trim( ws-chk-ip ) to ws-ip6-work
			perform parse-ip6
			if ws-ip6-valid = 'Y'
				perform check-ip6-prefix
				if ws-ip6-ok = 'Y'
					move 'O' to ws-allocated-used( ws-alloc-idx )
					move "ASSIGNED" to ws-chk-status
					perform set-drift-flag
					move spaces to ip-out-record
					string ws-chk-ip "  ASSIGNED"
						ws-drift-flag delimited by size into ip-out-record
					write ip-out-record
					add 1 to ws-sub-assigned
				end-if
			end-if
		end-if
	end-perform
exit.

count-status-1.
	evaluate status-1( idx )
		when "ASSIGNED"
		when "GATEWAY"
			add 1 to ws-sub-assigned
		when "DYNAMIC"
		when "POOL"
			add 1 to ws-sub-dynamic
		when other
			add 1 to ws-sub-free
count-status-2.
	evaluate status-2( idx )
		when "ASSIGNED"
		when "GATEWAY"
			add 1 to ws-sub-assigned
		when "DYNAMIC"
		when "POOL"
			add 1 to ws-sub-dynamic
		when other
			add 1 to ws-sub-free
	move spaces to ip-out-record
	write ip-out-record
	move spaces to ip-out-record
	if ws-show-dynamic = 'Y'
		move ws-grand-dynamic to ws-count-disp-4
		string "ALL SUBNETS  Total:" ws-count-disp
			"  Assigned:" ws-count-disp-2
			delimited by size into ip-out-record
		write ip-out-record
	end-if
	if ws-sm-count > 0
		perform write-site-usage
	end-if
	close ip-out-file
exit.

write-master-lines.
	move ws-sm-vlan( ws-sm-hit ) to ws-vlan-disp
	move spaces to ip-out-record
	move 1 to ws-out-ptr
	string "Site: " function trim( ws-sm-site( ws-sm-hit ) )
		"  VLAN: " function trim( ws-vlan-disp )
		delimited by size into ip-out-record with pointer ws-out-ptr
	if ws-sm-purpose( ws-sm-hit ) not = spaces
		string "  Purpose: " function trim( ws-sm-purpose( ws-sm-hit ) )
			delimited by size into ip-out-record with pointer ws-out-ptr
	end-if
	write ip-out-record
	if ws-sm-gateway( ws-sm-hit ) = spaces
		and ws-sm-dyn-from( ws-sm-hit ) = spaces
		exit paragraph
	end-if
	move spaces to ip-out-record
	move 1 to ws-out-ptr
	if ws-sm-gateway( ws-sm-hit ) not = spaces
		string "Gateway: " function trim( ws-sm-gateway( ws-sm-hit ) ) "  "
			delimited by size into ip-out-record with pointer ws-out-ptr
	end-if
	if ws-sm-dyn-from( ws-sm-hit ) not = spaces
		string "DHCP pool: " function trim( ws-sm-dyn-from( ws-sm-hit ) )
			" - " function trim( ws-sm-dyn-to( ws-sm-hit ) )
			delimited by size into ip-out-record with pointer ws-out-ptr
	end-if
	write ip-out-record
exit.

add-site-usage.
	move "*OHNE*" to ws-cur-site
	move 0 to ws-cur-vlan
	if ws-sm-hit > 0
		if ws-sm-site( ws-sm-hit ) not = spaces
			move ws-sm-site( ws-sm-hit ) to ws-cur-site
		end-if
		move ws-sm-vlan( ws-sm-hit ) to ws-cur-vlan
	end-if
	move 0 to ws-sv-found
	perform varying ws-sv-idx from 1 by 1 until ws-sv-idx > ws-sv-count
		if ws-sv-site( ws-sv-idx ) = ws-cur-site
			and ws-sv-vlan( ws-sv-idx ) = ws-cur-vlan
			move ws-sv-idx to ws-sv-found
		end-if
	end-perform
	if ws-sv-found = 0
		if ws-sv-count >= 64
			exit paragraph
		end-if
		add 1 to ws-sv-count
		move ws-sv-count to ws-sv-found
		move ws-cur-site to ws-sv-site( ws-sv-found )
		move ws-cur-vlan to ws-sv-vlan( ws-sv-found )
		move 0 to ws-sv-total( ws-sv-found )
		move 0 to ws-sv-assigned( ws-sv-found )
		move 0 to ws-sv-dynamic( ws-sv-found )
		move 0 to ws-sv-free( ws-sv-found )
	end-if
	add ws-sub-total to ws-sv-total( ws-sv-found )
	add ws-sub-assigned to ws-sv-assigned( ws-sv-found )
	add ws-sub-dynamic to ws-sv-dynamic( ws-sv-found )
	add ws-sub-free to ws-sv-free( ws-sv-found )
exit.

write-site-usage.
	move spaces to ip-out-record
	write ip-out-record
	move spaces to ip-out-record
	string "USAGE BY SITE AND VLAN" delimited by size into ip-out-record
	write ip-out-record
	move spaces to ip-out-record
	string "SITE                  VLAN   Total  Assigned  Dynamic   Free"
		delimited by size into ip-out-record
	write ip-out-record
	perform varying ws-sv-idx from 1 by 1 until ws-sv-idx > ws-sv-count
		move ws-sv-vlan( ws-sv-idx ) to ws-vlan-disp
		move ws-sv-total( ws-sv-idx ) to ws-count-disp
		move ws-sv-assigned( ws-sv-idx ) to ws-count-disp-2
		move ws-sv-dynamic( ws-sv-idx ) to ws-count-disp-4
		move ws-sv-free( ws-sv-idx ) to ws-count-disp-3
		move spaces to ip-out-record
		string ws-sv-site( ws-sv-idx ) "  " ws-vlan-disp
			"  " ws-count-disp
			"     " ws-count-disp-2
			"    " ws-count-disp-4
			"  " ws-count-disp-3
			delimited by size into ip-out-record
		write ip-out-record
	end-perform
exit.

load-meta.
	if ws-meta-file not = spaces
		open input meta-file
		call "RUNLOG-DATEI" using ws-log-prog ws-meta-file ws-dat-lesen
			on exception continue
		end-call
		if ws-meta-status not = "00"
			display "ip-calculator: ERROR - cannot open metadata file: "
				function trim( ws-meta-file )
export-configs.
	if ws-export-mode = 'Y'
		open output dns-fwd-file
		call "RUNLOG-DATEI" using ws-log-prog ws-dns-fwd-file ws-dat-schreib
			on exception continue
		end-call
		open output dns-rev-file
		call "RUNLOG-DATEI" using ws-log-prog ws-dns-rev-file ws-dat-schreib
			on exception continue
		end-call
		open output dhcp-file
		call "RUNLOG-DATEI" using ws-log-prog ws-dhcp-file ws-dat-schreib
			on exception continue
		end-call
		open output dhcp6-file
		call "RUNLOG-DATEI" using ws-log-prog ws-dhcp6-file ws-dat-schreib
			on exception continue
		end-call
		if ws-meta-count > 0
			move 0 to ws-dns-serial
			call "SEQUENZ-RESERVE" using ws-dns-seq-name ws-dns-seq-count
		close dns-fwd-file
		close dns-rev-file
		close dhcp-file
		close dhcp6-file
	end-if
exit.

	move spaces to ws-mask-part
	unstring ws-met-subnet( ws-meta-idx ) delimited by "/"
		into ws-net-part ws-mask-part
	move 0 to ws-colon-count
	inspect ws-net-part tallying ws-colon-count for all ":"
	if ws-colon-count > 0
		perform export-one-zone6
		exit paragraph
	end-if
	if ws-mask-part = spaces
		move "24" to ws-mask-part
	end-if
	string "255.255.255." delimited by size
		function trim( ws-zone-last-disp ) delimited by size
		into ws-zone-netmask
	move spaces to ws-rev-zone
	string function trim( ws-oct-3-disp ) delimited by size
		"." delimited by size
		function trim( ws-oct-2-disp ) delimited by size
		"." delimited by size
		function trim( ws-oct-1-disp ) delimited by size
		".in-addr.arpa" delimited by size
		into ws-rev-zone

	move ws-oct-4 to ws-oct-4-disp
	move ws-mask-num to ws-mask-disp
	move spaces to ws-subnet-label
	string function trim( ws-zone-prefix ) function trim( ws-oct-4-disp ) "/" ws-mask-disp
		delimited by size into ws-subnet-label
	perform set-export-attrs

	move ws-met-ttl( ws-meta-idx ) to ws-ttl-disp
	move ws-dns-serial to ws-serial-disp
	write dhcp-record
exit.

export-one-zone6.
	if ws-mask-part = spaces
		move "64" to ws-mask-part
	end-if
	move ws-net-part to ws-ip6-work
	perform parse-ip6
	if ws-ip6-valid = 'Y' and function trim( ws-mask-part ) is numeric
		move function numval( ws-mask-part ) to ws-ip6-bits
	else
		move 999 to ws-ip6-bits
	end-if
	if ws-ip6-bits > 128
		display "ip-calculator: WARNING - zone skipped, not a valid IPv6 prefix: "
			function trim( ws-met-subnet( ws-meta-idx ) )
		move 4 to return-code
		exit paragraph
	end-if
	perform mask-net6
	move ws-ip6-bits to ws-mask6-disp
	move spaces to ws-subnet-label
	string function trim( ws-ip6-text ) "/" function trim( ws-mask6-disp )
		delimited by size into ws-subnet-label
	perform build-ip6-nibbles
	compute ws-ip6-nib-count = ws-ip6-bits / 4
	perform build-ip6-arpa
	move ws-ip6-arpa to ws-rev-zone
	perform set-export-attrs

	move ws-met-ttl( ws-meta-idx ) to ws-ttl-disp
	move ws-dns-serial to ws-serial-disp
	perform write-fwd-zone-header
	perform write-rev-zone-header
	perform write-dhcp6-subnet-header
	perform varying ws-alloc-idx from 1 by 1 until ws-alloc-idx > ws-alloc-count
		move 0 to ws-colon-count
		inspect ws-allocated-ip( ws-alloc-idx ) tallying ws-colon-count for all ":"
		if ws-allocated-used( ws-alloc-idx ) = 'Y'
			and ws-allocated-host( ws-alloc-idx ) not = spaces
			and ws-allocated-host( ws-alloc-idx ) not = "*RESERVED*"
			and ws-colon-count > 0
			move function trim( ws-allocated-ip( ws-alloc-idx ) ) to ws-ip6-work
			perform parse-ip6
			if ws-ip6-valid = 'Y'
				perform check-ip6-prefix
				if ws-ip6-ok = 'Y'
					perform export-one-host6
				end-if
			end-if
		end-if
	end-perform
	move spaces to dhcp6-record
	move "}" to dhcp6-record
	write dhcp6-record
	move spaces to dhcp6-record
	write dhcp6-record
exit.

set-export-attrs.
	move ws-met-vlan( ws-meta-idx ) to ws-exp-vlan
	move ws-met-gateway( ws-meta-idx ) to ws-exp-gateway
	move ws-met-dyn-from( ws-meta-idx ) to ws-exp-dyn-from
	move ws-met-dyn-to( ws-meta-idx ) to ws-exp-dyn-to
	perform find-master-subnet
	if ws-sm-hit > 0
		if ws-sm-vlan( ws-sm-hit ) > 0
			move ws-sm-vlan( ws-sm-hit ) to ws-exp-vlan
		end-if
		if ws-sm-gateway( ws-sm-hit ) not = spaces
			move ws-sm-gateway( ws-sm-hit ) to ws-exp-gateway
		end-if
		if ws-sm-dyn-from( ws-sm-hit ) not = spaces
			move ws-sm-dyn-from( ws-sm-hit ) to ws-exp-dyn-from
			move ws-sm-dyn-to( ws-sm-hit ) to ws-exp-dyn-to
		end-if
	end-if
exit.

write-fwd-zone-header.
	move spaces to dns-fwd-record
	string "$TTL " function trim( ws-ttl-disp )
		delimited by size into dns-rev-record
	write dns-rev-record
	move spaces to dns-rev-record
	string function trim( ws-rev-zone ) delimited by size
		".  IN SOA  " delimited by size
		function trim( ws-met-ns( ws-meta-idx ) ) delimited by size
		". " delimited by size
		function trim( ws-met-contact( ws-meta-idx ) ) delimited by size
		into dns-rev-record
	write dns-rev-record
	move spaces to dns-rev-record
	string function trim( ws-rev-zone ) delimited by size
		".  IN NS  " delimited by size
		function trim( ws-met-ns( ws-meta-idx ) ) delimited by size
		"." delimited by size
		into dns-rev-record
exit.

write-dhcp-subnet-header.
	move ws-exp-vlan to ws-vlan-disp
	move spaces to dhcp-record
	string "# VLAN " function trim( ws-vlan-disp )
		" - " function trim( ws-met-zone( ws-meta-idx ) )
		" {" delimited by size
		into dhcp-record
	write dhcp-record
	if ws-exp-gateway not = spaces
		move spaces to dhcp-record
		string "  option routers " delimited by size
			function trim( ws-exp-gateway ) delimited by size
			";" delimited by size
			into dhcp-record
		write dhcp-record
	end-if
	if ws-exp-dyn-from not = spaces
		and ws-exp-dyn-to not = spaces
		move spaces to dhcp-record
		string "  range " delimited by size
			function trim( ws-exp-dyn-from ) delimited by size
			" " delimited by size
			function trim( ws-exp-dyn-to ) delimited by size
			";" delimited by size
			into dhcp-record
		write dhcp-record
	end-if
exit.

write-dhcp6-subnet-header.
	move ws-exp-vlan to ws-vlan-disp
	move spaces to dhcp6-record
	string "# VLAN " function trim( ws-vlan-disp )
		" - " function trim( ws-met-zone( ws-meta-idx ) )
		delimited by size into dhcp6-record
	write dhcp6-record
	move spaces to dhcp6-record
	string "subnet6 " delimited by size
		function trim( ws-subnet-label ) delimited by size
		" {" delimited by size
		into dhcp6-record
	write dhcp6-record
	if ws-exp-dyn-from not = spaces
		and ws-exp-dyn-to not = spaces
		move spaces to dhcp6-record
		string "  range6 " delimited by size
			function trim( ws-exp-dyn-from ) delimited by size
			" " delimited by size
			function trim( ws-exp-dyn-to ) delimited by size
			";" delimited by size
			into dhcp6-record
		write dhcp6-record
	end-if
exit.

export-one-host.
	move 0 to ws-colon-count
	inspect ws-allocated-ip( ws-alloc-idx ) tallying ws-colon-count for all ":"
	if ws-colon-count > 0
		move function trim( ws-allocated-ip( ws-alloc-idx ) ) to ws-ip6-work
		perform parse-ip6
		if ws-ip6-valid = 'Y'
			perform export-one-host6
		end-if
		exit paragraph
	end-if
	move spaces to dns-fwd-record
	string function trim( ws-allocated-host( ws-alloc-idx ) ) delimited by size
		"  IN A  " delimited by size
	write dhcp-record
exit.

export-one-host6.
	move spaces to dns-fwd-record
	string function trim( ws-allocated-host( ws-alloc-idx ) ) delimited by size
		"  IN AAAA  " delimited by size
		function trim( ws-allocated-ip( ws-alloc-idx ) ) delimited by size
		into dns-fwd-record
	write dns-fwd-record

	perform build-ip6-nibbles
	move 32 to ws-ip6-nib-count
	perform build-ip6-arpa
	move spaces to dns-rev-record
	string function trim( ws-ip6-arpa ) delimited by size
		".  IN PTR  " delimited by size
		function trim( ws-allocated-host( ws-alloc-idx ) ) delimited by size
		"." delimited by size
		into dns-rev-record
	write dns-rev-record

	move spaces to dhcp6-record
	string "host " delimited by size
		function trim( ws-allocated-host( ws-alloc-idx ) ) delimited by size
		" {" delimited by size
		into dhcp6-record
	write dhcp6-record
	move spaces to dhcp6-record
	string "  hardware ethernet " delimited by size
		function trim( ws-allocated-mac( ws-alloc-idx ) ) delimited by size
		";" delimited by size
		into dhcp6-record
	write dhcp6-record
	move spaces to dhcp6-record
	string "  fixed-address6 " delimited by size
		function trim( ws-allocated-ip( ws-alloc-idx ) ) delimited by size
		";" delimited by size
		into dhcp6-record
	write dhcp6-record
	move spaces to dhcp6-record
	move "}" to dhcp6-record
	write dhcp6-record
exit.

build-ip6-nibbles.
	move spaces to ws-ip6-nibbles
	move 0 to ws-ip6-c
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > 8
		move ws-ip6-grp( ws-ip6-g ) to ws-ip6-val
		move 4096 to ws-ip6-div
		perform until ws-ip6-div = 0
			compute ws-hex-pos = ws-ip6-val / ws-ip6-div
			compute ws-ip6-val = ws-ip6-val - ws-hex-pos * ws-ip6-div
			add 1 to ws-ip6-c
			move ws-hex-digits( ws-hex-pos + 1 : 1 ) to ws-ip6-nibbles( ws-ip6-c : 1 )
			compute ws-ip6-div = ws-ip6-div / 16
		end-perform
	end-perform
exit.

build-ip6-arpa.
	move spaces to ws-ip6-arpa
	move 1 to ws-arpa-ptr
	perform varying ws-ip6-c from ws-ip6-nib-count by -1 until ws-ip6-c < 1
		string ws-ip6-nibbles( ws-ip6-c : 1 ) "." delimited by size
			into ws-ip6-arpa with pointer ws-arpa-ptr
	end-perform
	string "ip6.arpa" delimited by size
		into ws-ip6-arpa with pointer ws-arpa-ptr
exit.

show-ips.
	display "IP ADDRESS INVENTORY REPORT"
	display "Subnet: " function trim( ws-subnet-label )
		"    Date: " ws-date-disp
	if ws-sm-hit > 0
		move ws-sm-vlan( ws-sm-hit ) to ws-vlan-disp
		display "Site: " function trim( ws-sm-site( ws-sm-hit ) )
			"  VLAN: " function trim( ws-vlan-disp )
	end-if
	display " "
	if ws-net-family = '6'
		display "IP ADDRESS                               STATUS"
		display "---------------------------------------  --------"
	else
		display "IP ADDRESS            STATUS"
		display "--------------------  --------"
	end-if
	perform varying idx from 1 by 1 until idx > ws-split
		display ip-1( idx )( 1 : ws-ip-width ) "  " status-1( idx )
	end-perform
	perform varying idx from 1 by 1 until idx > ws-tbl-2-size
		display ip-2( idx )( 1 : ws-ip-width ) "  " status-2( idx )
	end-perform
	perform varying ws-alloc-idx from 1 by 1 until ws-alloc-idx > ws-alloc-count
		if ws-allocated-used( ws-alloc-idx ) = 'O'
			display ws-allocated-ip( ws-alloc-idx ) "  ASSIGNED"
			move 'Y' to ws-allocated-used( ws-alloc-idx )
		end-if
	end-perform
exit.

parse-ip6.
	move 'N' to ws-ip6-valid
	move function lower-case( ws-ip6-work ) to ws-ip6-work
	move 0 to ws-ip6-tcolon
	move 0 to ws-ip6-dcolon
	inspect ws-ip6-work tallying ws-ip6-tcolon for all ":::"
		ws-ip6-dcolon for all "::"
	if ws-ip6-tcolon > 0 or ws-ip6-dcolon > 1
		exit paragraph
	end-if
	move 0 to ws-ip6-len
	inspect ws-ip6-work tallying ws-ip6-len for characters before initial space
	if ws-ip6-len < 2
		exit paragraph
	end-if
	if ws-ip6-len < 39
		if ws-ip6-work( ws-ip6-len + 1 : ) not = spaces
			exit paragraph
		end-if
	end-if
	move spaces to ws-ip6-head
	move spaces to ws-ip6-tail
	if ws-ip6-dcolon = 1
		unstring ws-ip6-work( 1 : ws-ip6-len ) delimited by "::"
			into ws-ip6-head ws-ip6-tail
	else
		move ws-ip6-work to ws-ip6-head
	end-if
	move ws-ip6-head to ws-ip6-part
	perform parse-ip6-part
	if ws-ip6-ok = 'N'
		exit paragraph
	end-if
	move ws-ip6-part-cnt to ws-ip6-head-cnt
	move ws-ip6-part-grps to ws-ip6-head-grps
	move ws-ip6-tail to ws-ip6-part
	perform parse-ip6-part
	if ws-ip6-ok = 'N'
		exit paragraph
	end-if
	if ws-ip6-dcolon = 0 and ws-ip6-head-cnt not = 8
		exit paragraph
	end-if
	if ws-ip6-dcolon = 1 and ws-ip6-head-cnt + ws-ip6-part-cnt > 7
		exit paragraph
	end-if
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > 8
		move 0 to ws-ip6-grp( ws-ip6-g )
	end-perform
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > ws-ip6-head-cnt
		move ws-ip6-head-grp( ws-ip6-g ) to ws-ip6-grp( ws-ip6-g )
	end-perform
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > ws-ip6-part-cnt
		move ws-ip6-part-grp( ws-ip6-g )
			to ws-ip6-grp( 8 - ws-ip6-part-cnt + ws-ip6-g )
	end-perform
	move 'Y' to ws-ip6-valid
	perform format-ip6
exit.

parse-ip6-part.
	move 'Y' to ws-ip6-ok
	move 0 to ws-ip6-part-cnt
	if ws-ip6-part = spaces
		exit paragraph
	end-if
	move 0 to ws-ip6-c
	inspect ws-ip6-part tallying ws-ip6-c for all ":"
	if ws-ip6-c > 7
		move 'N' to ws-ip6-ok
		exit paragraph
	end-if
	compute ws-ip6-part-cnt = ws-ip6-c + 1
	move spaces to ws-ip6-toks
	unstring ws-ip6-part delimited by ":" into
		ws-ip6-tok( 1 ) ws-ip6-tok( 2 ) ws-ip6-tok( 3 ) ws-ip6-tok( 4 )
		ws-ip6-tok( 5 ) ws-ip6-tok( 6 ) ws-ip6-tok( 7 ) ws-ip6-tok( 8 )
	perform varying ws-ip6-g from 1 by 1
		until ws-ip6-g > ws-ip6-part-cnt or ws-ip6-ok = 'N'
		perform convert-ip6-group
		move ws-ip6-val to ws-ip6-part-grp( ws-ip6-g )
	end-perform
exit.

convert-ip6-group.
	move 0 to ws-ip6-val
	if ws-ip6-tok( ws-ip6-g ) = spaces
		or ws-ip6-tok( ws-ip6-g )( 5 : 1 ) not = space
		move 'N' to ws-ip6-ok
		exit paragraph
	end-if
	perform varying ws-ip6-c from 1 by 1
		until ws-ip6-c > 4 or ws-ip6-tok( ws-ip6-g )( ws-ip6-c : 1 ) = space
		move 0 to ws-hex-pos
		inspect ws-hex-digits tallying ws-hex-pos
			for characters before initial ws-ip6-tok( ws-ip6-g )( ws-ip6-c : 1 )
		if ws-hex-pos > 15
			move 'N' to ws-ip6-ok
			exit paragraph
		end-if
		compute ws-ip6-val = ws-ip6-val * 16 + ws-hex-pos
	end-perform
exit.

format-ip6.
	move 0 to ws-ip6-run-start
	move 0 to ws-ip6-run-len
	move 0 to ws-ip6-cur-len
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > 8
		if ws-ip6-grp( ws-ip6-g ) = 0
			if ws-ip6-cur-len = 0
				move ws-ip6-g to ws-ip6-cur-start
			end-if
			add 1 to ws-ip6-cur-len
			if ws-ip6-cur-len > 1 and ws-ip6-cur-len > ws-ip6-run-len
				move ws-ip6-cur-start to ws-ip6-run-start
				move ws-ip6-cur-len to ws-ip6-run-len
			end-if
		else
			move 0 to ws-ip6-cur-len
		end-if
	end-perform
	move spaces to ws-ip6-text
	move 1 to ws-ip6-ptr
	move 1 to ws-ip6-g
	perform until ws-ip6-g > 8
		if ws-ip6-g = ws-ip6-run-start
			string "::" delimited by size
				into ws-ip6-text with pointer ws-ip6-ptr
			add ws-ip6-run-len to ws-ip6-g
		else
			if ws-ip6-g > 1 and ws-ip6-g not = ws-ip6-run-start + ws-ip6-run-len
				string ":" delimited by size
					into ws-ip6-text with pointer ws-ip6-ptr
			end-if
			move ws-ip6-grp( ws-ip6-g ) to ws-ip6-val
			perform format-ip6-group
			string ws-ip6-hex( 1 : ws-ip6-hex-len ) delimited by size
				into ws-ip6-text with pointer ws-ip6-ptr
			add 1 to ws-ip6-g
		end-if
	end-perform
exit.

format-ip6-group.
	move spaces to ws-ip6-hex
	move 0 to ws-ip6-hex-len
	move 4096 to ws-ip6-div
	perform until ws-ip6-div = 0
		compute ws-hex-pos = ws-ip6-val / ws-ip6-div
		compute ws-ip6-val = ws-ip6-val - ws-hex-pos * ws-ip6-div
		if ws-hex-pos > 0 or ws-ip6-hex-len > 0 or ws-ip6-div = 1
			add 1 to ws-ip6-hex-len
			move ws-hex-digits( ws-hex-pos + 1 : 1 )
				to ws-ip6-hex( ws-ip6-hex-len : 1 )
		end-if
		compute ws-ip6-div = ws-ip6-div / 16
	end-perform
exit.

check-ip6-prefix.
	move 'Y' to ws-ip6-ok
	divide ws-ip6-bits by 16 giving ws-ip6-full remainder ws-ip6-rest
	perform varying ws-ip6-g from 1 by 1 until ws-ip6-g > ws-ip6-full
		if ws-ip6-grp( ws-ip6-g ) not = ws-net6-grp( ws-ip6-g )
			move 'N' to ws-ip6-ok
		end-if
	end-perform
	if ws-ip6-rest > 0
		compute ws-ip6-div = 2 ** ( 16 - ws-ip6-rest )
		compute ws-ip6-val = ws-ip6-grp( ws-ip6-full + 1 ) / ws-ip6-div
		compute ws-ip6-val-2 = ws-net6-grp( ws-ip6-full + 1 ) / ws-ip6-div
		if ws-ip6-val not = ws-ip6-val-2
			move 'N' to ws-ip6-ok
		end-if
	end-if
exit.

set-umgebung.
	call "UMGEBUNG-DATEI" using ws-alloc-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-hist-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-dns-fwd-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-dns-rev-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-dhcp-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-dhcp6-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-scan-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-lease-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-seen-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-meta-file
		on exception continue
	end-call
	call "UMGEBUNG-DATEI" using ws-submast-file
		on exception continue
	end-call
exit.
