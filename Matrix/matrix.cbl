	select master-out-file assign to ws-mast-file
	organization is line sequential.

	select ipctl-out-file assign to ws-ipctl-file
	organization is line sequential
	file status is ws-ip-status.

	select ipalloc-out-file assign to ws-ipalloc-file
	organization is line sequential
	file status is ws-ip-status.

	select ipscan-out-file assign to ws-ipscan-file
	organization is line sequential
	file status is ws-ip-status.

	select iplease-out-file assign to ws-iplease-file
	organization is line sequential
	file status is ws-ip-status.

data division.
file section.
fd	pairs-file.
	05 mst-stundenlohn   pic 9(4)v99.
	05 mst-beschart      pic x.
	05 mst-iban-sperre   pic x.
	05 mst-konfession    pic x(2).
	05 mst-zustellung    pic x.

fd	ipctl-out-file.
01	ipctl-out-record	pic x(30).

fd	ipalloc-out-file.
01	ipalloc-out-record.
	05 ipa-ip		pic x(20).
	05 ipa-hostname		pic x(30).
	05 ipa-mac		pic x(17).
	05 ipa-dept		pic x(20).
	05 ipa-date		pic x(10).
	05 ipa-ip-cont		pic x(19).

fd	ipscan-out-file.
01	ipscan-out-record	pic x(39).

fd	iplease-out-file.
01	iplease-out-record.
	05 ipl-ip		pic x(20).
	05 ipl-mac		pic x(17).
	05 ipl-expiry		pic x(16).
	05 ipl-ip-cont		pic x(19).

working-storage section.
01	num1	pic	9(18)V99.
01	ws-log-written	pic 9(9)	value 0.
01	ws-log-outcome	pic x(8)	value "OK".
01	ws-log-rc	pic s9(9)	usage comp.
01	ws-dat-lesen	pic x(8)	value "LESEN".
01	ws-dat-schreib	pic x(8)	value "SCHREIB".

01	ws-testbed-mode	pic x		value 'N'.
01	ws-mast-file	pic x(200)	value "EMPMAST.TST".
01	ws-kassen redefines ws-kasse-pool.
	05 ws-kasse occurs 6 times pic x(8).
01	ws-pick		pic 9(4).
01	ws-zustellwege	pic x(3)	value "PED".
01	ws-konfessionen	pic x(4)	value "EVRK".
01	ws-tb-stkl	pic 9.
01	ws-tb-eintritt	pic 9(8).
01	ws-tb-yyyy	pic 9(4).
01	ws-iban-check-x	pic 99.
01	ws-tb-iban	pic x(22).

01	ws-ip-mode	pic x		value 'N'.
01	ws-ip-prefix	pic x(150)	value spaces.
01	ws-ip-pct	pic 9(3)	value 5.
01	ws-ip-status	pic xx		value spaces.
01	ws-ipctl-file	pic x(200)	value "SUBNETS.CTL".
01	ws-ipalloc-file	pic x(200)	value "IPALLOC.DAT".
01	ws-ipscan-file	pic x(200)	value "IPSCAN.DAT".
01	ws-iplease-file	pic x(200)	value "IPLEASE.DAT".
01	ws-ip-work-file	pic x(200).
01	ws-ip-base-file	pic x(200).
01	ws-env-name	pic x(8)	value spaces.
01	ws-env-art	pic x		value 'P'.
01	ws-dept-pool.
	05 filler pic x(120) value
	"fin FINANZ     lag LAGER      ver VERTRIEB   per PERSONAL   ein EINKAUF    itb IT         pro PRODUKTION ltg LEITUNG    ".
01	ws-depts redefines ws-dept-pool.
	05 ws-dept occurs 8 times.
		10 ws-dept-code		pic x(3).
		10 filler		pic x.
		10 ws-dept-name		pic x(11).
01	ws-oui-pool.
	05 filler pic x(64) value
	"00:1a:a03c:d9:2bf4:8e:3800:50:5600:1b:21b8:ac:6fd4:be:d900:0c:29".
01	ws-ouis redefines ws-oui-pool.
	05 ws-oui occurs 8 times pic x(8).
01	ws-hex-digits	pic x(16)	value "0123456789abcdef".
01	ws-ip-hosts.
	05 ws-iph-entry occurs 1024 times.
		10 ws-iph-ip		pic x(20).
		10 ws-iph-host		pic x(30).
		10 ws-iph-mac		pic x(17).
		10 ws-iph-dept		pic x(20).
		10 ws-iph-date		pic x(10).
		10 ws-iph-scan		pic x.
		10 ws-iph-defect	pic x.
01	ws-iph-count	pic 9(4)	value 0.
01	ws-iph-idx	pic 9(4).
01	ws-iph-pick	pic 9(4).
01	ws-iph-other	pic 9(4).
01	ws-iph-tries	pic 9(4).
01	ws-ip-subnets	pic 9(2).
01	ws-ip-net	pic 9(3).
01	ws-ip-host-oct	pic 9(3).
01	ws-ip-net-2	pic 9(3)	value 20.
01	ws-ip-text	pic x(20).
01	ws-ip-oct-disp	pic zz9.
01	ws-ip-oct-disp-2 pic zz9.
01	ws-ip-oct-disp-3 pic zz9.
01	ws-ip-ptr	pic 9(2).
01	ws-ip-mac	pic x(17).
01	ws-ip-hostname	pic x(30).
01	ws-ip-kind	pic x(3).
01	ws-ip-seq	pic 9(4)	value 0.
01	ws-ip-today	pic 9(8).
01	ws-ip-today-int	pic 9(8).
01	ws-ip-days	pic 9(4).
01	ws-ip-date-int	pic 9(8).
01	ws-ip-date-num	pic 9(8).
01	ws-ip-date-x redefines ws-ip-date-num.
	05 ws-ip-date-yyyy	pic 9(4).
	05 ws-ip-date-mm	pic 9(2).
	05 ws-ip-date-dd	pic 9(2).
01	ws-ip-date-disp	pic x(10).
01	ws-ip-expiry	pic x(16).
01	ws-ip-free-slot	pic 9(4)	value 0.
01	ws-ip-lease-cnt	pic 9(2).
01	ws-ip-lease-idx	pic 9(2).
01	ws-ip-leases	pic 9(5)	value 0.
01	ws-ip-scans	pic 9(5)	value 0.
01	ws-ip-defects	pic 9(4)	value 0.
01	ws-ip-def-idx	pic 9(4).
01	ws-ip-def-kind	pic 9.
01	ws-ip-rogues.
	05 ws-ip-rogue occurs 100 times pic x(20).
01	ws-ip-rogue-count pic 9(3)	value 0.
01	ws-ip-def-names.
	05 filler pic x(80) value
	"DUP-IP    DUP-MAC   BAD-MAC   OUTSIDE   UNSEEN    STALE-RES ROGUE     DUP-HOST  ".
01	ws-ip-def-table redefines ws-ip-def-names.
	05 ws-ip-def-name occurs 8 times pic x(10).
01	ws-ip-def-counts.
	05 ws-ip-def-count occurs 8 times pic 9(4).
01	ws-ip-key-line	pic x(60).
01	ws-ip-cnt-disp	pic zzz9.

01	ws-emp-mode	pic x		value 'N'.
01	ws-emp-seq	pic 9(9)	value 0.
01	ws-emp-brutto	pic 9(6)v99.

	if function trim( ws-tok-outfile ) not = spaces
		move ws-tok-outfile to ws-out-file
		call "UMGEBUNG-DATEI" using ws-out-file
			on exception continue
		end-call
		move 'Y' to ws-write-out
		open output pairs-file
		call "RUNLOG-DATEI" using ws-log-prog ws-out-file ws-dat-schreib
			on exception continue
		end-call
	end-if

	call "UMGEBUNG-DATEI" using ws-mast-file
		on exception continue
	end-call
	compute ws-dummy = function random( ws-seed )

	evaluate true
		when ws-ip-mode = 'Y' and ws-use-count = 'Y'
			perform generate-ip-testbed
		when ws-ip-mode = 'Y'
			display "matrix: ERROR - IPTESTBED mode needs a host count"
			move 8 to return-code
			stop run
		when ws-emp-mode = 'Y' and ws-use-count = 'Y'
			if ws-testbed-mode = 'Y'
				open output master-out-file
				call "RUNLOG-DATEI" using ws-log-prog ws-mast-file ws-dat-schreib
					on exception continue
				end-call
			end-if
			perform generate-one-emp ws-count times
			if ws-testbed-mode = 'Y'
			move 'Y' to ws-emp-mode
			move 'Y' to ws-testbed-mode
			move ws-tok-extra( 9 : ) to ws-mast-file
		when ws-tok-extra = "IPTESTBED"
			move 'Y' to ws-ip-mode
		when ws-tok-extra( 1 : 10 ) = "IPTESTBED="
			move 'Y' to ws-ip-mode
			move ws-tok-extra( 11 : ) to ws-ip-prefix
		when ws-tok-extra( 1 : 8 ) = "DEFEKTE="
			if function trim( ws-tok-extra( 9 : ) ) is not numeric
				or function numval( ws-tok-extra( 9 : ) ) > 50
				display "matrix: ERROR - DEFEKTE must be a percentage from 0 to 50"
				move 8 to return-code
				stop run
			end-if
			move function numval( ws-tok-extra( 9 : ) ) to ws-ip-pct
		when ws-tok-extra = "INT1"
			move 'Y' to ws-int-1
		when ws-tok-extra = "INT2"
	move 0 to mst-stundenlohn
	move 'N' to mst-beschart
	move 'N' to mst-iban-sperre
	if ws-emp-kirche = 'J'
		compute ws-pick = function random * 2 + 1
		if ws-pick > 2
			move 2 to ws-pick
		end-if
		move ws-konfessionen( ws-pick * 2 - 1 : 2 ) to mst-konfession
	else
		move "--" to mst-konfession
	end-if
	compute ws-pick = function random * 3 + 1
	if ws-pick > 3
		move 3 to ws-pick
	end-if
	move ws-zustellwege( ws-pick : 1 ) to mst-zustellung
	write master-out-record
exit.

	string "DE" ws-iban-check-x ws-bban delimited by size into ws-tb-iban
exit.

generate-ip-testbed.
	if ws-ip-prefix = spaces
		call "UMGEBUNG-NAME" using ws-env-name ws-env-art
			on exception continue
		end-call
		if ws-env-art not = 'T'
			display "matrix: ERROR - IP test-bed would overwrite the inventory of "
				"environment " function trim( ws-env-name )
			display "matrix: use a TEST environment or IPTESTBED=directory/"
			move 8 to return-code
			move "FAILED" to ws-log-outcome
			exit paragraph
		end-if
	end-if
	move ws-ipctl-file to ws-ip-work-file
	perform set-ip-file-name
	move ws-ip-work-file to ws-ipctl-file
	move ws-ipalloc-file to ws-ip-work-file
	perform set-ip-file-name
	move ws-ip-work-file to ws-ipalloc-file
	move ws-ipscan-file to ws-ip-work-file
	perform set-ip-file-name
	move ws-ip-work-file to ws-ipscan-file
	move ws-iplease-file to ws-ip-work-file
	perform set-ip-file-name
	move ws-ip-work-file to ws-iplease-file

	if ws-count > 900
		display "matrix: WARNING - IP test-bed limited to 900 hosts"
		move 900 to ws-count
	end-if
	if ws-count = 0
		move 1 to ws-count
	end-if
	divide ws-count by 180 giving ws-ip-subnets
	add 1 to ws-ip-subnets
	compute ws-ip-defects = ws-count * ws-ip-pct / 100
	if ws-ip-pct > 0 and ws-ip-defects = 0
		move 1 to ws-ip-defects
	end-if
	initialize ws-ip-def-counts
	accept ws-ip-today from date yyyymmdd
	compute ws-ip-today-int = function integer-of-date( ws-ip-today )

	perform generate-one-host ws-count times
	perform varying ws-ip-def-idx from 1 by 1 until ws-ip-def-idx > ws-ip-defects
		compute ws-ip-def-kind = function mod( ws-ip-def-idx - 1 , 8 ) + 1
		perform generate-one-defect
	end-perform

	open output ipctl-out-file
	call "RUNLOG-DATEI" using ws-log-prog ws-ipctl-file ws-dat-schreib
		on exception continue
	end-call
	if ws-ip-status not = "00"
		display "matrix: ERROR - cannot write " function trim( ws-ipctl-file )
		move 8 to return-code
		move "FAILED" to ws-log-outcome
		exit paragraph
	end-if
	perform varying ws-ip-net from 1 by 1 until ws-ip-net > ws-ip-subnets
		move ws-ip-net to ws-ip-oct-disp
		move ws-ip-net-2 to ws-ip-oct-disp-2
		move spaces to ipctl-out-record
		string "10." function trim( ws-ip-oct-disp-2 ) "."
			function trim( ws-ip-oct-disp ) ".0/24"
			delimited by size into ipctl-out-record
		write ipctl-out-record
	end-perform
	close ipctl-out-file

	open output ipalloc-out-file
	call "RUNLOG-DATEI" using ws-log-prog ws-ipalloc-file ws-dat-schreib
		on exception continue
	end-call
	open output ipscan-out-file
	call "RUNLOG-DATEI" using ws-log-prog ws-ipscan-file ws-dat-schreib
		on exception continue
	end-call
	perform varying ws-iph-idx from 1 by 1 until ws-iph-idx > ws-iph-count
		move spaces to ipalloc-out-record
		move ws-iph-ip( ws-iph-idx ) to ipa-ip
		move ws-iph-host( ws-iph-idx ) to ipa-hostname
		move ws-iph-mac( ws-iph-idx ) to ipa-mac
		move ws-iph-dept( ws-iph-idx ) to ipa-dept
		move ws-iph-date( ws-iph-idx ) to ipa-date
		write ipalloc-out-record
		if ws-iph-scan( ws-iph-idx ) = 'Y'
			move ws-iph-ip( ws-iph-idx ) to ipscan-out-record
			write ipscan-out-record
			add 1 to ws-ip-scans
		end-if
	end-perform
	perform varying ws-iph-idx from 1 by 1 until ws-iph-idx > ws-ip-rogue-count
		move ws-ip-rogue( ws-iph-idx ) to ipscan-out-record
		write ipscan-out-record
		add 1 to ws-ip-scans
	end-perform
	close ipalloc-out-file

	compute ws-ip-date-num = function date-of-integer( ws-ip-today-int + 1 )
	move spaces to ws-ip-expiry
	string ws-ip-date-yyyy "-" ws-ip-date-mm "-" ws-ip-date-dd " 23:59"
		delimited by size into ws-ip-expiry
	open output iplease-out-file
	call "RUNLOG-DATEI" using ws-log-prog ws-iplease-file ws-dat-schreib
		on exception continue
	end-call
	perform varying ws-ip-net from 1 by 1 until ws-ip-net > ws-ip-subnets
		compute ws-ip-lease-cnt = function random * 11 + 5
		perform varying ws-ip-lease-idx from 1 by 1
			until ws-ip-lease-idx > ws-ip-lease-cnt
			perform generate-one-lease
		end-perform
	end-perform
	close iplease-out-file
	close ipscan-out-file

	move ws-iph-count to ws-ip-cnt-disp
	display "matrix: IP test-bed from seed " ws-seed
	display "matrix: " function trim( ws-ip-cnt-disp ) " allocation(s) written to "
		function trim( ws-ipalloc-file )
	move ws-ip-subnets to ws-ip-cnt-disp
	display "matrix: " function trim( ws-ip-cnt-disp ) " subnet(s) written to "
		function trim( ws-ipctl-file )
	move ws-ip-scans to ws-ip-cnt-disp
	display "matrix: " function trim( ws-ip-cnt-disp ) " scan address(es) written to "
		function trim( ws-ipscan-file )
	move ws-ip-leases to ws-ip-cnt-disp
	display "matrix: " function trim( ws-ip-cnt-disp ) " lease(s) written to "
		function trim( ws-iplease-file )
	perform varying ws-ip-def-kind from 1 by 1 until ws-ip-def-kind > 8
		move ws-ip-def-count( ws-ip-def-kind ) to ws-ip-cnt-disp
		display "matrix: defect " ws-ip-def-name( ws-ip-def-kind )
			ws-ip-cnt-disp
	end-perform
	move ws-iph-count to ws-loop-idx
exit.

set-ip-file-name.
	if ws-ip-prefix not = spaces
		move ws-ip-work-file to ws-ip-base-file
		move spaces to ws-ip-work-file
		string function trim( ws-ip-prefix ) delimited by size
			function trim( ws-ip-base-file ) delimited by size
			into ws-ip-work-file
	end-if
	call "UMGEBUNG-DATEI" using ws-ip-work-file
		on exception continue
	end-call
exit.

generate-one-host.
	add 1 to ws-iph-count
	move ws-iph-count to ws-iph-idx
	compute ws-ip-net = function mod( ws-iph-idx - 1 , ws-ip-subnets ) + 1
	compute ws-ip-host-oct = ( ws-iph-idx - 1 ) / ws-ip-subnets + 10
	perform build-ip-text
	move ws-ip-text to ws-iph-ip( ws-iph-idx )
	perform fill-host-entry
exit.

fill-host-entry.
	compute ws-pick = function random * 8 + 1
	if ws-pick > 8
		move 8 to ws-pick
	end-if
	move ws-dept-name( ws-pick ) to ws-iph-dept( ws-iph-idx )
	compute ws-u1 = function random
	evaluate true
		when ws-u1 < 0.50
			move "ws" to ws-ip-kind
		when ws-u1 < 0.75
			move "nb" to ws-ip-kind
		when ws-u1 < 0.90
			move "pr" to ws-ip-kind
		when other
			move "srv" to ws-ip-kind
	end-evaluate
	add 1 to ws-ip-seq
	move spaces to ws-ip-hostname
	string ws-dept-code( ws-pick ) "-" function trim( ws-ip-kind ) "-" ws-ip-seq
		delimited by size into ws-ip-hostname
	move ws-ip-hostname to ws-iph-host( ws-iph-idx )
	perform build-ip-mac
	move ws-ip-mac to ws-iph-mac( ws-iph-idx )
	compute ws-ip-days = function random * 1000 + 30
	perform build-ip-date
	move ws-ip-date-disp to ws-iph-date( ws-iph-idx )
	move 'Y' to ws-iph-scan( ws-iph-idx )
	move 'N' to ws-iph-defect( ws-iph-idx )
exit.

build-ip-text.
	move ws-ip-net-2 to ws-ip-oct-disp-2
	move ws-ip-net to ws-ip-oct-disp
	move ws-ip-host-oct to ws-ip-oct-disp-3
	move spaces to ws-ip-text
	string "10." function trim( ws-ip-oct-disp-2 ) "."
		function trim( ws-ip-oct-disp ) "."
		function trim( ws-ip-oct-disp-3 )
		delimited by size into ws-ip-text
exit.

build-ip-mac.
	compute ws-pick = function random * 8 + 1
	if ws-pick > 8
		move 8 to ws-pick
	end-if
	move spaces to ws-ip-mac
	move ws-oui( ws-pick ) to ws-ip-mac( 1 : 8 )
	move 9 to ws-ip-ptr
	perform 3 times
		move ":" to ws-ip-mac( ws-ip-ptr : 1 )
		add 1 to ws-ip-ptr
		perform 2 times
			compute ws-pick = function random * 16 + 1
			if ws-pick > 16
				move 16 to ws-pick
			end-if
			move ws-hex-digits( ws-pick : 1 ) to ws-ip-mac( ws-ip-ptr : 1 )
			add 1 to ws-ip-ptr
		end-perform
	end-perform
exit.

build-ip-date.
	compute ws-ip-date-int = ws-ip-today-int - ws-ip-days
	compute ws-ip-date-num = function date-of-integer( ws-ip-date-int )
	move spaces to ws-ip-date-disp
	string ws-ip-date-dd "." ws-ip-date-mm "." ws-ip-date-yyyy
		delimited by size into ws-ip-date-disp
exit.

generate-one-lease.
	compute ws-ip-host-oct = 199 + ws-ip-lease-idx
	perform build-ip-text
	perform build-ip-mac
	move spaces to iplease-out-record
	move ws-ip-text to ipl-ip
	move ws-ip-mac to ipl-mac
	move ws-ip-expiry to ipl-expiry
	write iplease-out-record
	add 1 to ws-ip-leases
	move ws-ip-text to ipscan-out-record
	write ipscan-out-record
	add 1 to ws-ip-scans
exit.

pick-clean-host.
	compute ws-iph-pick = function random * ws-count + 1
	if ws-iph-pick > ws-count
		move ws-count to ws-iph-pick
	end-if
	move 0 to ws-iph-tries
	perform until ws-iph-defect( ws-iph-pick ) = 'N' or ws-iph-tries >= ws-count
		add 1 to ws-iph-pick
		if ws-iph-pick > ws-count
			move 1 to ws-iph-pick
		end-if
		add 1 to ws-iph-tries
	end-perform
	if ws-iph-defect( ws-iph-pick ) = 'N'
		move 'Y' to ws-iph-defect( ws-iph-pick )
	else
		move 0 to ws-iph-pick
	end-if
exit.

next-free-address.
	compute ws-ip-net = function mod( ws-ip-free-slot , ws-ip-subnets ) + 1
	compute ws-ip-host-oct = ws-ip-free-slot / ws-ip-subnets + 190
	add 1 to ws-ip-free-slot
	perform build-ip-text
exit.

generate-one-defect.
	evaluate ws-ip-def-kind
		when 1
			if ws-iph-count >= 1024
				exit paragraph
			end-if
			perform pick-clean-host
			if ws-iph-pick = 0
				exit paragraph
			end-if
			add 1 to ws-iph-count
			move ws-iph-count to ws-iph-idx
			move ws-iph-ip( ws-iph-pick ) to ws-iph-ip( ws-iph-idx )
			perform fill-host-entry
			move 'N' to ws-iph-scan( ws-iph-idx )
			move 'Y' to ws-iph-defect( ws-iph-idx )
			move ws-iph-ip( ws-iph-idx ) to ws-ip-text
			move ws-iph-host( ws-iph-idx ) to ws-ip-hostname
		when 2
			perform pick-clean-host
			if ws-iph-pick = 0
				exit paragraph
			end-if
			move ws-iph-pick to ws-iph-other
			perform pick-clean-host
			if ws-iph-pick = 0
				exit paragraph
			end-if
			move ws-iph-mac( ws-iph-other ) to ws-iph-mac( ws-iph-pick )
			move ws-iph-ip( ws-iph-pick ) to ws-ip-text
			move ws-iph-mac( ws-iph-pick ) to ws-ip-hostname
		when 3
			perform pick-clean-host
			if ws-iph-pick = 0
				exit paragraph
			end-if
			move "-" to ws-iph-mac( ws-iph-pick )( 9 : 1 )
			move "g" to ws-iph-mac( ws-iph-pick )( 17 : 1 )
			move ws-iph-ip( ws-iph-pick ) to ws-ip-text
			move ws-iph-mac( ws-iph-pick ) to ws-ip-hostname
		when 4
			if ws-iph-count >= 1024
				exit paragraph
			end-if
			add 1 to ws-iph-count
			move ws-iph-count to ws-iph-idx
			compute ws-ip-net = function random * 200 + 1
			compute ws-ip-host-oct = function random * 250 + 2
			move 99 to ws-ip-net-2
			perform build-ip-text
			move 20 to ws-ip-net-2
			move ws-ip-text to ws-iph-ip( ws-iph-idx )
			perform fill-host-entry
			move 'Y' to ws-iph-defect( ws-iph-idx )
			move ws-iph-host( ws-iph-idx ) to ws-ip-hostname
		when 5
			perform pick-clean-host
			if ws-iph-pick = 0
				exit paragraph
			end-if
			move 'N' to ws-iph-scan( ws-iph-pick )
			move ws-iph-ip( ws-iph-pick ) to ws-ip-text
			move ws-iph-host( ws-iph-pick ) to ws-ip-hostname
		when 6
			if ws-iph-count >= 1024
				or ws-ip-free-slot >= ws-ip-subnets * 10
				exit paragraph
			end-if
			perform next-free-address
			add 1 to ws-iph-count
			move ws-iph-count to ws-iph-idx
			move ws-ip-text to ws-iph-ip( ws-iph-idx )
			move "*RESERVED*" to ws-iph-host( ws-iph-idx )
			move spaces to ws-iph-mac( ws-iph-idx )
			move "PENDING" to ws-iph-dept( ws-iph-idx )
			compute ws-ip-days = function random * 340 + 60
			perform build-ip-date
			move ws-ip-date-disp to ws-iph-date( ws-iph-idx )
			move 'N' to ws-iph-scan( ws-iph-idx )
			move 'Y' to ws-iph-defect( ws-iph-idx )
			move ws-ip-date-disp to ws-ip-hostname
		when 7
			if ws-ip-rogue-count >= 100
				or ws-ip-free-slot >= ws-ip-subnets * 10
				exit paragraph
			end-if
			perform next-free-address
			add 1 to ws-ip-rogue-count
			move ws-ip-text to ws-ip-rogue( ws-ip-rogue-count )
			move "(not allocated)" to ws-ip-hostname
		when 8
			perform pick-clean-host
			if ws-iph-pick = 0
				exit paragraph
			end-if
			move ws-iph-pick to ws-iph-other
			perform pick-clean-host
			if ws-iph-pick = 0
				exit paragraph
			end-if
			move ws-iph-host( ws-iph-other ) to ws-iph-host( ws-iph-pick )
			move ws-iph-ip( ws-iph-pick ) to ws-ip-text
			move ws-iph-host( ws-iph-pick ) to ws-ip-hostname
	end-evaluate
	add 1 to ws-ip-def-count( ws-ip-def-kind )
	move spaces to ws-ip-key-line
	string ws-ip-def-name( ws-ip-def-kind ) ws-ip-text ws-ip-hostname
		delimited by size into ws-ip-key-line
	if ws-write-out = 'Y'
		move ws-ip-key-line to pair-record
		write pair-record
	else
		display ws-ip-key-line
	end-if
exit.

show-emp-stats.
	if ws-loop-idx > 0
		compute ws-mean1 = ws-sum1 / ws-loop-idx
