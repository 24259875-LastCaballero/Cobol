       select lstb-file assign to ws-lstb-file
       organization is line sequential.

       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

data division.
file section.
fd ytd-file.
       05 ytdr-kirche        pic 9(8)v99.
       05 ytdr-netto         pic 9(8)v99.
       05 ytdr-months        pic 9(2).
       05 ytdr-entgum        pic 9(8)v99.
       05 ytdr-entgum-stfrei pic 9(8)v99.
       05 ytdr-nettoabz      pic 9(8)v99.
       05 ytdr-sachbezug     pic 9(8)v99.
       05 ytdr-kug           pic 9(8)v99.

fd master-file.
01 master-record.
       05 mst-stundenlohn   pic 9(4)v99.
       05 mst-beschart      pic x.
       05 mst-iban-sperre   pic x.
       05 mst-konfession    pic x(2).
       05 mst-zustellung    pic x.

fd lstb-file.
01 lstb-record               pic x(90).

fd mandant-file.
01 mandant-record.
       05 md-code           pic x(4).
       05 md-name           pic x(30).
       05 md-betriebsnr     pic x(8).
       05 md-verzeichnis    pic x(40).
       05 md-iban           pic x(22).
       05 md-bic            pic x(11).

working-storage section.
01 ws-args              pic     x(200).
01 ws-tok-year          pic     x(10).
01 ws-emp-stkl          pic     9.

01 ws-amt-disp          pic     zz,zzz,zz9.99.
01 ws-stpfl-brutto      pic     9(8)v99.
01 ws-line-buf          pic     x(90).

01 ws-mandant           pic     x(4)     value spaces.
01 ws-mandant-file      pic     x(200)   value "MANDANT.DAT".
01 ws-mandant-status    pic     xx       value spaces.
01 ws-mandant-end       pic     x        value 'N'.
01 ws-mandant-found     pic     x        value 'N'.
01 ws-mand-firma        pic     x(30)    value spaces.
01 ws-mand-betriebsnr   pic     x(8)     value spaces.
01 ws-mand-verz         pic     x(40)    value spaces.
01 ws-mand-iban         pic     x(22)    value spaces.
01 ws-mand-bic          pic     x(11)    value spaces.
01 ws-mand-name         pic     x(200).
01 ws-mand-tmp          pic     x(200).


procedure division.

              move function numval( ws-tok-year ) to ws-year-wanted
       end-if

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       perform load-master
       open output lstb-file
       perform print-certificates
       move spaces to lstb-record
       write lstb-record

       if ytdr-entgum not numeric
              move 0 to ytdr-entgum
              move 0 to ytdr-entgum-stfrei
              move 0 to ytdr-nettoabz
       end-if
       if ytdr-kug not numeric
              move 0 to ytdr-kug
       end-if
       compute ws-stpfl-brutto = ytdr-brutto - ytdr-entgum-stfrei
       move ws-stpfl-brutto to ws-amt-disp
       move "Zeile  3  Bruttoarbeitslohn" to ws-line-buf
       perform write-cert-amount
       move ytdr-lohnst to ws-amt-disp
       move ytdr-kirche to ws-amt-disp
       move "Zeile  6  Einbehaltene Kirchensteuer" to ws-line-buf
       perform write-cert-amount
       if ytdr-kug > 0
              move ytdr-kug to ws-amt-disp
              move "Zeile 15  Kurzarbeitergeld" to ws-line-buf
              perform write-cert-amount
       end-if
       move ytdr-rte to ws-amt-disp
       move "Zeile 23a Arbeitnehmeranteil Rentenversicherung" to ws-line-buf
       perform write-cert-amount
       move ytdr-arb to ws-amt-disp
       move "Zeile 27  Arbeitnehmeranteil Arbeitslosenversicherung" to ws-line-buf
       perform write-cert-amount
       if ytdr-entgum > 0 or ytdr-nettoabz > 0
              move spaces to lstb-record
              write lstb-record
              move ytdr-entgum to ws-amt-disp
              move "Nachr.    Entgeltumwandlung bAV gesamt" to ws-line-buf
              perform write-cert-amount
              move ytdr-entgum-stfrei to ws-amt-disp
              move "Nachr.    davon steuerfrei nach par. 3 Nr. 63 EStG"
                     to ws-line-buf
              perform write-cert-amount
              move ytdr-nettoabz to ws-amt-disp
              move "Nachr.    Nettoabzuege (VWL u.a.)" to ws-line-buf
              perform write-cert-amount
       end-if
       move spaces to lstb-record
       write lstb-record
exit.
       move " EUR" to lstb-record( 74 : 4 )
       write lstb-record
exit.

set-umgebung.
       call "UMGEBUNG-DATEI" using ws-tok-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-ytd-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-master-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-lstb-file
              on exception continue
       end-call
exit.

set-mandant.
       accept ws-mandant from environment "MANDANT"
       if ws-mandant = spaces
              exit paragraph
       end-if
       move function upper-case( ws-mandant ) to ws-mandant
       open input mandant-file
       if ws-mandant-status = "00"
              perform until ws-mandant-end = 'Y' or ws-mandant-found = 'Y'
                     read mandant-file
                     at end
                            move 'Y' to ws-mandant-end
                     not at end
                            if md-code = ws-mandant
                                   move 'Y' to ws-mandant-found
                                   move md-name to ws-mand-firma
                                   move md-betriebsnr to ws-mand-betriebsnr
                                   move md-verzeichnis to ws-mand-verz
                                   move md-iban to ws-mand-iban
                                   move md-bic to ws-mand-bic
                            end-if
              end-perform
       end-if
       close mandant-file
       if ws-mandant-found = 'N'
              display "lstb: FEHLER - Mandant " function trim( ws-mandant )
                     " fehlt in " function trim( ws-mandant-file )
              move 8 to return-code
              stop run
       end-if
       if ws-mand-verz = spaces
              string function trim( ws-mandant ) "/" delimited by size
                     into ws-mand-verz
       end-if
       move ws-ytd-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-ytd-file
       move ws-master-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-master-file
       move ws-lstb-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-lstb-file
exit.

prefix-mandant.
       if ws-mandant-found = 'N' or ws-mand-name = spaces
              or ws-mand-name( 1 : 1 ) = "/"
              exit paragraph
       end-if
       move ws-mand-name to ws-mand-tmp
       move spaces to ws-mand-name
       string function trim( ws-mand-verz ) function trim( ws-mand-tmp )
              delimited by size into ws-mand-name
exit.
