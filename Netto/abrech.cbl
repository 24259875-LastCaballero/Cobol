       select abrech-file assign to ws-abrech-file
       organization is line sequential.

       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

       select doc-file assign to ws-doc-file
       organization is line sequential
       file status is ws-doc-status.

       select druck-file assign to ws-druck-file
       organization is line sequential
       file status is ws-druck-status.

       select optional zust-file assign to ws-zust-file
       organization is line sequential
       file status is ws-zust-status.

       select zneu-file assign to ws-zneu-file
       organization is line sequential
       file status is ws-zneu-status.

       select optional quitt-file assign to ws-quitt-file
       organization is line sequential
       file status is ws-quitt-status.

data division.
file section.
fd lohnhist-file.
       05 lh-kirche          pic 9(8)v99.
       05 lh-netto           pic 9(8)v99.
       05 lh-einmal          pic 9(8)v99.
       05 lh-entgum          pic 9(8)v99.
       05 lh-nettoabz        pic 9(8)v99.
       05 lh-sachbezug       pic 9(8)v99.
       05 lh-pfaendung       pic 9(8)v99.
       05 lh-bundesland      pic x(2).
       05 lh-konfession      pic x(2).
       05 lh-pauschst        pic 9(8)v99.
       05 lh-kug-soll        pic 9(8)v99.
       05 lh-kug-ist         pic 9(8)v99.
       05 lh-kug             pic 9(8)v99.

fd ytd-file.
01 ytd-record.
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

fd rate-file.
01 rate-record.
fd abrech-file.
01 abrech-record             pic x(100).

fd mandant-file.
01 mandant-record.
       05 md-code           pic x(4).
       05 md-name           pic x(30).
       05 md-betriebsnr     pic x(8).
       05 md-verzeichnis    pic x(40).
       05 md-iban           pic x(22).
       05 md-bic            pic x(11).

fd doc-file.
01 doc-record                pic x(100).

fd druck-file.
01 druck-record              pic x(100).

fd zust-file.
01 zust-record.
       05 zu-emp-id         pic x(10).
       05 zu-periode        pic 9(6).
       05 zu-weg            pic x.
       05 zu-status         pic x.
       05 zu-pruefsumme     pic 9(10).
       05 zu-erstellt       pic 9(8).
       05 zu-geoeffnet      pic x(14).
       05 zu-dokument       pic x(80).

fd zneu-file.
01 zneu-record               pic x(130).

fd quitt-file.
01 quitt-record.
       05 qu-emp-id         pic x(10).
       05 qu-periode        pic x(6).
       05 qu-geoeffnet      pic x(14).
       05 qu-pruefsumme     pic x(10).

working-storage section.
01 ws-args              pic     x(250).
01 ws-tok-period        pic     x(10).
01 ws-tok-out           pic     x(200).
01 ws-tok-3             pic     x(200).
01 ws-tok-4             pic     x(200).
01 ws-tok-opt           pic     x(200).
01 ws-tok-upper         pic     x(200).
01 ws-out-gesetzt       pic     x        value 'N'.
01 ws-modus             pic     x        value 'A'.
01 ws-versand           pic     x        value 'N'.
01 ws-ablage            pic     x(100)   value spaces.
01 ws-ablage-len        pic     9(3).
01 ws-arg-mm            pic     x(2).
01 ws-arg-yyyy          pic     x(4).
01 ws-period-mm         pic     9(2)     value 0.
01 ws-rate-status       pic     xx       value spaces.
01 ws-rate-end          pic     x        value 'N'.
01 ws-abrech-file       pic     x(200)   value "ABRECHNUNG.TXT".
01 ws-doc-file          pic     x(200)   value spaces.
01 ws-doc-status        pic     xx       value spaces.
01 ws-doc-offen         pic     x        value 'N'.
01 ws-druck-file        pic     x(200)   value "ABRDRUCK.TXT".
01 ws-druck-status      pic     xx       value spaces.
01 ws-zust-file         pic     x(200)   value "ZUSTELLUNG.DAT".
01 ws-zust-status       pic     xx       value spaces.
01 ws-zust-end          pic     x        value 'N'.
01 ws-zneu-file         pic     x(200)   value spaces.
01 ws-zneu-status       pic     xx       value spaces.
01 ws-zneu-end          pic     x        value 'N'.
01 ws-quitt-file        pic     x(200)   value spaces.
01 ws-quitt-status      pic     xx       value spaces.
01 ws-quitt-end         pic     x        value 'N'.

01 przt-rte             pic     9v9      value 9.3.
01 przt-krk             pic     9v9      value 7.3.
              10 mtb-bundesland    pic x(2).
              10 mtb-steuerklasse  pic 9.
              10 mtb-krankenkasse  pic x(8).
              10 mtb-zustellung    pic x.
01 ws-mtb-count         pic     9(3)     value 0.
01 ws-mtb-idx           pic     9(3).
01 ws-mst-idx           pic     9(3)     value 0.
              10 ytd-solid      pic 9(8)v99.
              10 ytd-kirche     pic 9(8)v99.
              10 ytd-netto      pic 9(8)v99.
              10 ytd-entgum     pic 9(8)v99.
              10 ytd-nettoabz   pic 9(8)v99.
              10 ytd-sachbezug  pic 9(8)v99.
              10 ytd-kug        pic 9(8)v99.
01 ws-ytd-count         pic     9(3)     value 0.
01 ws-ytd-idx           pic     9(3).
01 ws-ytd-found         pic     9(3)     value 0.
              10 emt-kirche        pic s9(8)v99.
              10 emt-netto         pic s9(8)v99.
              10 emt-einmal        pic s9(8)v99.
              10 emt-entgum        pic s9(8)v99.
              10 emt-nettoabz      pic s9(8)v99.
              10 emt-sachbezug     pic s9(8)v99.
              10 emt-pfaendung     pic s9(8)v99.
              10 emt-kug-soll      pic s9(8)v99.
              10 emt-kug-ist       pic s9(8)v99.
              10 emt-kug           pic s9(8)v99.
01 ws-emp-count         pic     9(3)     value 0.
01 ws-emp-idx           pic     9(3).
01 ws-emp-found         pic     9(3).
01 ws-monat-disp        pic     zz,zzz,zz9.99-.
01 ws-jahr-disp         pic     zz,zzz,zz9.99.
01 ws-line-buf          pic     x(44).
01 ws-auszahlung        pic     s9(8)v99.

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
01 ws-env-name          pic     x(8)     value spaces.
01 ws-env-art           pic     x        value 'P'.
01 ws-env-ok            pic     x        value 'J'.
01 ws-env-all-ok        pic     x        value 'J'.
01 ws-env-denied        pic     x(200)   value spaces.

01 dok-table.
       05 dok-entry occurs 500 times.
              10 dkt-name          pic x(80).
              10 dkt-weg           pic x.
              10 dkt-chk           pic 9(10).
              10 dkt-alt-status    pic x.
              10 dkt-alt-chk       pic 9(10).
              10 dkt-alt-geoeffnet pic x(14).
01 ws-periode           pic     9(6)     value 0.
01 ws-cur-weg           pic     x.
01 ws-doc-chk           pic     9(10).
01 ws-chk-buffer        pic     x(100).
01 ws-chk-pos           pic     9(3).
01 ws-chk-len           pic     9(3).
01 ws-today             pic     9(8).
01 ws-anz-portal        pic     9(3)     value 0.
01 ws-anz-email         pic     9(3)     value 0.
01 ws-anz-druck         pic     9(3)     value 0.
01 ws-anz-dok-fehler    pic     9(3)     value 0.

01 quitt-table.
       05 qtb-entry occurs 2000 times.
              10 qtb-emp-id        pic x(10).
              10 qtb-periode       pic 9(6).
              10 qtb-geoeffnet     pic x(14).
              10 qtb-pruefsumme    pic x(10).
              10 qtb-treffer       pic x.
01 ws-qtb-count         pic     9(4)     value 0.
01 ws-qtb-idx           pic     9(4).
01 ws-qtb-found         pic     9(4).
01 ws-q-gelesen         pic     9(5)     value 0.
01 ws-q-fehlerhaft      pic     9(5)     value 0.
01 ws-q-gebucht         pic     9(5)     value 0.
01 ws-q-bereits         pic     9(5)     value 0.
01 ws-q-papier          pic     9(5)     value 0.
01 ws-q-abweichend      pic     9(5)     value 0.
01 ws-q-unbekannt       pic     9(5)     value 0.
01 ws-nw-anzahl         pic     9(5)     value 0.
01 ws-nw-offen          pic     9(5)     value 0.
01 ws-nw-geoeffnet      pic     9(5)     value 0.
01 ws-nw-druck          pic     9(5)     value 0.
01 ws-nw-status-text    pic     x(10).


procedure division.

process-args.
       accept ws-args from command-line
       unstring ws-args delimited by all space
              into ws-tok-period ws-tok-out ws-tok-3 ws-tok-4
       if ws-tok-period = spaces
              display "abrech: usage - abrech MM.JJJJ [ausgabedatei] [VERSAND] [ABLAGE=verz/]"
              display "                abrech QUITTUNG quittungsdatei"
              display "                abrech NACHWEIS MM.JJJJ"
              move 8 to return-code
              stop run
       end-if
       evaluate function upper-case( ws-tok-period )
              when "QUITTUNG"
                     move 'Q' to ws-modus
                     if ws-tok-out = spaces
                            display "abrech: FEHLER - Quittungsdatei fehlt"
                            move 8 to return-code
                            stop run
                     end-if
                     move ws-tok-out to ws-quitt-file
              when "NACHWEIS"
                     move 'N' to ws-modus
                     move ws-tok-out to ws-tok-period
                     perform check-period
              when other
                     perform check-period
                     move ws-tok-out to ws-tok-opt
                     perform take-option
                     move ws-tok-3 to ws-tok-opt
                     perform take-option
                     move ws-tok-4 to ws-tok-opt
                     perform take-option
       end-evaluate

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       if ws-modus = 'Q'
              perform process-quittung
              stop run
       end-if
       if ws-modus = 'N'
              perform process-nachweis
              stop run
       end-if
       perform load-rates
       perform load-master
       perform load-ytd
       end-if

       open output abrech-file
       if ws-versand = 'J'
              perform open-versand
       end-if
       perform varying ws-emp-idx from 1 by 1 until ws-emp-idx > ws-emp-count
              perform write-one-abrechnung
       end-perform
       close abrech-file
       display "abrech: " ws-page-count " Verdienstabrechnung(en) nach "
              function trim( ws-abrech-file )
       if ws-versand = 'J'
              perform close-versand
       end-if
       stop run.

check-period.
       unstring ws-tok-period delimited by "." into ws-arg-mm ws-arg-yyyy
       if function trim( ws-arg-mm ) is numeric
              and function trim( ws-arg-yyyy ) is numeric
              move function numval( ws-arg-mm ) to ws-period-mm
              move function numval( ws-arg-yyyy ) to ws-period-yyyy
       end-if
       if ws-period-mm < 1 or ws-period-mm > 12 or ws-period-yyyy = 0
              display "abrech: FEHLER - Periode MM.JJJJ erwartet"
              move 8 to return-code
              stop run
       end-if
       compute ws-periode = ws-period-yyyy * 100 + ws-period-mm
exit.

take-option.
       if ws-tok-opt = spaces
              exit paragraph
       end-if
       move function upper-case( ws-tok-opt ) to ws-tok-upper
       evaluate true
              when ws-tok-upper = "VERSAND"
                     move 'J' to ws-versand
              when ws-tok-upper( 1 : 7 ) = "ABLAGE="
                     move 'J' to ws-versand
                     move ws-tok-opt( 8 : ) to ws-ablage
                     if ws-ablage not = spaces
                            compute ws-ablage-len =
                                   function length( function trim( ws-ablage ) )
                            if ws-ablage( ws-ablage-len : 1 ) not = "/"
                                   and ws-ablage-len < 100
                                   move "/" to ws-ablage( ws-ablage-len + 1 : 1 )
                            end-if
                     end-if
              when ws-out-gesetzt = 'N'
                     move ws-tok-opt to ws-abrech-file
                     move 'J' to ws-out-gesetzt
              when other
                     display "abrech: FEHLER - unbekanntes Argument "
                            function trim( ws-tok-opt )
                     move 8 to return-code
                     stop run
       end-evaluate
exit.

load-rates.
       open input rate-file
       if ws-rate-status = "00"
                                   move mst-bundesland   to mtb-bundesland( ws-mtb-count )
                                   move mst-steuerklasse to mtb-steuerklasse( ws-mtb-count )
                                   move mst-krankenkasse to mtb-krankenkasse( ws-mtb-count )
                                   move mst-zustellung   to mtb-zustellung( ws-mtb-count )
                            end-if
              end-perform
       end-if
                                   move ytdr-solid  to ytd-solid( ws-ytd-count )
                                   move ytdr-kirche to ytd-kirche( ws-ytd-count )
                                   move ytdr-netto  to ytd-netto( ws-ytd-count )
                                   if ytdr-entgum not numeric
                                          move 0 to ytdr-entgum
                                          move 0 to ytdr-nettoabz
                                   end-if
                                   if ytdr-sachbezug not numeric
                                          move 0 to ytdr-sachbezug
                                   end-if
                                   if ytdr-kug not numeric
                                          move 0 to ytdr-kug
                                   end-if
                                   move ytdr-entgum to ytd-entgum( ws-ytd-count )
                                   move ytdr-nettoabz to ytd-nettoabz( ws-ytd-count )
                                   move ytdr-sachbezug to ytd-sachbezug( ws-ytd-count )
                                   move ytdr-kug to ytd-kug( ws-ytd-count )
                            end-if
              end-perform
       end-if
take-hist-record.
       move lh-emp-id to ws-cur-emp-id
       perform find-emp-entry
       if lh-entgum not numeric
              move 0 to lh-entgum
              move 0 to lh-nettoabz
       end-if
       if lh-sachbezug not numeric
              move 0 to lh-sachbezug
              move 0 to lh-pfaendung
       end-if
       if lh-kug not numeric
              move 0 to lh-kug-soll
              move 0 to lh-kug-ist
              move 0 to lh-kug
       end-if
       if lh-type = 'S'
              subtract lh-brutto from emt-brutto( ws-emp-found )
              subtract lh-rte    from emt-rte( ws-emp-found )
              subtract lh-kirche from emt-kirche( ws-emp-found )
              subtract lh-netto  from emt-netto( ws-emp-found )
              subtract lh-einmal from emt-einmal( ws-emp-found )
              subtract lh-entgum from emt-entgum( ws-emp-found )
              subtract lh-nettoabz from emt-nettoabz( ws-emp-found )
              subtract lh-sachbezug from emt-sachbezug( ws-emp-found )
              subtract lh-pfaendung from emt-pfaendung( ws-emp-found )
              subtract lh-kug-soll from emt-kug-soll( ws-emp-found )
              subtract lh-kug-ist from emt-kug-ist( ws-emp-found )
              subtract lh-kug from emt-kug( ws-emp-found )
       else
              add lh-brutto to emt-brutto( ws-emp-found )
              add lh-rte    to emt-rte( ws-emp-found )
              add lh-kirche to emt-kirche( ws-emp-found )
              add lh-netto  to emt-netto( ws-emp-found )
              add lh-einmal to emt-einmal( ws-emp-found )
              add lh-entgum to emt-entgum( ws-emp-found )
              add lh-nettoabz to emt-nettoabz( ws-emp-found )
              add lh-sachbezug to emt-sachbezug( ws-emp-found )
              add lh-pfaendung to emt-pfaendung( ws-emp-found )
              add lh-kug-soll to emt-kug-soll( ws-emp-found )
              add lh-kug-ist to emt-kug-ist( ws-emp-found )
              add lh-kug to emt-kug( ws-emp-found )
       end-if
exit.

              move 0 to emt-kirche( ws-emp-found )
              move 0 to emt-netto( ws-emp-found )
              move 0 to emt-einmal( ws-emp-found )
              move 0 to emt-entgum( ws-emp-found )
              move 0 to emt-nettoabz( ws-emp-found )
              move 0 to emt-sachbezug( ws-emp-found )
              move 0 to emt-pfaendung( ws-emp-found )
              move 0 to emt-kug-soll( ws-emp-found )
              move 0 to emt-kug-ist( ws-emp-found )
              move 0 to emt-kug( ws-emp-found )
       end-if
exit.

       perform find-master
       perform find-ytd
       add 1 to ws-page-count
       if ws-versand = 'J'
              perform open-dokument
       end-if

       move all "=" to abrech-record
       perform put-line
       move spaces to abrech-record
       move "V E R D I E N S T A B R E C H N U N G" to abrech-record
       perform put-line
       move all "=" to abrech-record
       perform put-line
       move spaces to abrech-record
       string "Abrechnungsmonat: " ws-period-mm "." ws-period-yyyy
              delimited by size into abrech-record
       perform put-line
       move spaces to abrech-record
       perform put-line
       move spaces to abrech-record
       string "Personalnummer: " emt-emp-id( ws-emp-idx )
              delimited by size into abrech-record
       perform put-line
       if ws-mst-idx > 0
              move spaces to abrech-record
              string "Name:           " mtb-name( ws-mst-idx )
                     delimited by size into abrech-record
              perform put-line
              move spaces to abrech-record
              string "Steuerklasse:   " mtb-steuerklasse( ws-mst-idx )
                     "    Bundesland: " mtb-bundesland( ws-mst-idx )
                     delimited by size into abrech-record
              perform put-line
              move spaces to abrech-record
              string "Krankenkasse:   " mtb-krankenkasse( ws-mst-idx )
                     delimited by size into abrech-record
              perform put-line
       else
              move spaces to abrech-record
              move "Name:           (fehlt in der Stammdatei)" to abrech-record
              perform put-line
       end-if
       move spaces to abrech-record
       perform put-line
       move spaces to abrech-record
       string "                                             LFD. MONAT      JAHRESWERT"
              delimited by size into abrech-record
       perform put-line
       move all "-" to abrech-record
       perform put-line

       move "Bruttoarbeitslohn" to ws-line-buf
       move emt-brutto( ws-emp-idx ) to ws-monat-disp
              move 0 to ws-jahr-disp
              perform write-amount-line
       end-if
       if emt-sachbezug( ws-emp-idx ) not = 0
              move "  davon Sachbezuege (siehe unten)" to ws-line-buf
              move emt-sachbezug( ws-emp-idx ) to ws-monat-disp
              if ws-ytd-found > 0
                     move ytd-sachbezug( ws-ytd-found ) to ws-jahr-disp
              else
                     move 0 to ws-jahr-disp
              end-if
              perform write-amount-line
       end-if
       if emt-entgum( ws-emp-idx ) not = 0
              move "Entgeltumwandlung bAV" to ws-line-buf
              move emt-entgum( ws-emp-idx ) to ws-monat-disp
              if ws-ytd-found > 0
                     move ytd-entgum( ws-ytd-found ) to ws-jahr-disp
              else
                     move 0 to ws-jahr-disp
              end-if
              perform write-amount-line
       end-if

       move "Lohnsteuer" to ws-line-buf
       move emt-lohnst( ws-emp-idx ) to ws-monat-disp
       perform write-amount-line

       move all "-" to abrech-record
       perform put-line
       compute ws-auszahlung = emt-netto( ws-emp-idx )
              - emt-sachbezug( ws-emp-idx ) - emt-pfaendung( ws-emp-idx )
              - emt-nettoabz( ws-emp-idx ) + emt-kug( ws-emp-idx )
       if ws-auszahlung = emt-netto( ws-emp-idx )
              move "Auszahlungsbetrag (Netto)" to ws-line-buf
              move emt-netto( ws-emp-idx ) to ws-monat-disp
              if ws-ytd-found > 0
                     move ytd-netto( ws-ytd-found ) to ws-jahr-disp
              else
                     move 0 to ws-jahr-disp
              end-if
              perform write-amount-line
       else
              move "Nettoverdienst" to ws-line-buf
              move emt-netto( ws-emp-idx ) to ws-monat-disp
              if ws-ytd-found > 0
                     move ytd-netto( ws-ytd-found ) to ws-jahr-disp
              else
                     move 0 to ws-jahr-disp
              end-if
              perform write-amount-line
              if emt-kug( ws-emp-idx ) not = 0
                     move "zzgl. Kurzarbeitergeld" to ws-line-buf
                     move emt-kug( ws-emp-idx ) to ws-monat-disp
                     move 0 to ws-jahr-disp
                     perform write-amount-line
              end-if
              if emt-sachbezug( ws-emp-idx ) not = 0
                     move "abzgl. Sachbezuege" to ws-line-buf
                     compute ws-monat-disp = 0 - emt-sachbezug( ws-emp-idx )
                     move 0 to ws-jahr-disp
                     perform write-amount-line
              end-if
              if emt-pfaendung( ws-emp-idx ) not = 0
                     move "abzgl. Lohnpfaendung" to ws-line-buf
                     compute ws-monat-disp = 0 - emt-pfaendung( ws-emp-idx )
                     move 0 to ws-jahr-disp
                     perform write-amount-line
              end-if
              if emt-nettoabz( ws-emp-idx ) not = 0
                     move "abzgl. Nettoabzuege (VWL u.a.)" to ws-line-buf
                     compute ws-monat-disp = 0 - emt-nettoabz( ws-emp-idx )
                     move 0 to ws-jahr-disp
                     perform write-amount-line
              end-if
              move all "-" to abrech-record
              perform put-line
              move "Auszahlungsbetrag" to ws-line-buf
              move ws-auszahlung to ws-monat-disp
              move 0 to ws-jahr-disp
              perform write-amount-line
       end-if
       if emt-sachbezug( ws-emp-idx ) not = 0
              perform write-sachbezug-block
       end-if
       if emt-kug-soll( ws-emp-idx ) not = 0
              perform write-kug-block
       end-if

       move spaces to abrech-record
       perform put-line
       perform write-ag-block
       move spaces to abrech-record
       perform put-line
       if ws-versand = 'J'
              perform close-dokument
       end-if
exit.

write-sachbezug-block.
       move spaces to abrech-record
       perform put-line
       move spaces to abrech-record
       move "S A C H B E Z U E G E" to abrech-record
       perform put-line
       move all "-" to abrech-record
       perform put-line
       move "Geldwerter Vorteil (steuer-/SV-pflichtig)" to ws-line-buf
       move emt-sachbezug( ws-emp-idx ) to ws-monat-disp
       if ws-ytd-found > 0
              move ytd-sachbezug( ws-ytd-found ) to ws-jahr-disp
       else
              move 0 to ws-jahr-disp
       end-if
       perform write-amount-line
       move spaces to abrech-record
       move "Im Bruttoarbeitslohn enthalten, wird nicht ausgezahlt."
              to abrech-record
       perform put-line
exit.

write-kug-block.
       move spaces to abrech-record
       perform put-line
       move spaces to abrech-record
       move "K U R Z A R B E I T" to abrech-record
       perform put-line
       move all "-" to abrech-record
       perform put-line
       move "Soll-Entgelt" to ws-line-buf
       move emt-kug-soll( ws-emp-idx ) to ws-monat-disp
       move 0 to ws-jahr-disp
       perform write-amount-line
       move "Ist-Entgelt (im Bruttoarbeitslohn)" to ws-line-buf
       move emt-kug-ist( ws-emp-idx ) to ws-monat-disp
       move 0 to ws-jahr-disp
       perform write-amount-line
       move "Kurzarbeitergeld (steuer-/SV-frei)" to ws-line-buf
       move emt-kug( ws-emp-idx ) to ws-monat-disp
       if ws-ytd-found > 0
              move ytd-kug( ws-ytd-found ) to ws-jahr-disp
       else
              move 0 to ws-jahr-disp
       end-if
       perform write-amount-line
       move spaces to abrech-record
       move "Kurzarbeitergeld unterliegt dem Progressionsvorbehalt."
              to abrech-record
       perform put-line
exit.

put-line.
       write abrech-record
       if ws-versand = 'N'
              exit paragraph
       end-if
       if ws-doc-offen = 'J'
              move abrech-record to doc-record
              write doc-record
              move abrech-record to ws-chk-buffer
              perform checksum-record
       end-if
       if ws-cur-weg = 'D'
              move abrech-record to druck-record
              write druck-record
       end-if
exit.

write-amount-line.
       move ws-line-buf to abrech-record( 1 : 44 )
       move ws-monat-disp to abrech-record( 45 : 14 )
       move ws-jahr-disp to abrech-record( 62 : 13 )
       perform put-line
exit.

write-ag-block.
       move spaces to abrech-record
       move ws-line-buf to abrech-record( 1 : 44 )
       move ws-monat-disp to abrech-record( 45 : 14 )
       perform put-line
exit.

open-versand.
       initialize dok-table
       open output druck-file
       if ws-druck-status not = "00"
              display "abrech: FEHLER - Druckdatei "
                     function trim( ws-druck-file ) " nicht schreibbar"
              close abrech-file
              move 8 to return-code
              stop run
       end-if
exit.

close-versand.
       close druck-file
       perform write-zustellung
       display "abrech: " ws-anz-portal " Portal, " ws-anz-email " E-Mail, "
              ws-anz-druck " Druck - Versandliste "
              function trim( ws-zust-file )
       if ws-anz-druck > 0
              display "abrech: Papierzustellung nach "
                     function trim( ws-druck-file )
       end-if
       if ws-anz-dok-fehler > 0
              display "abrech: FEHLER - " ws-anz-dok-fehler
                     " Dokument(e) nicht erstellt"
              move 8 to return-code
       end-if
exit.

open-dokument.
       move 'D' to ws-cur-weg
       if ws-mst-idx > 0
              if mtb-zustellung( ws-mst-idx ) = 'P'
                     or mtb-zustellung( ws-mst-idx ) = 'E'
                     move mtb-zustellung( ws-mst-idx ) to ws-cur-weg
              end-if
       end-if
       move ws-cur-weg to dkt-weg( ws-emp-idx )
       move 0 to ws-doc-chk
       move spaces to ws-mand-name
       if ws-ablage = spaces
              string "VA_" function trim( emt-emp-id( ws-emp-idx ) ) "_"
                     ws-period-yyyy ws-period-mm ".TXT"
                     delimited by size into ws-mand-name
       else
              string function trim( ws-ablage ) "VA_"
                     function trim( emt-emp-id( ws-emp-idx ) ) "_"
                     ws-period-yyyy ws-period-mm ".TXT"
                     delimited by size into ws-mand-name
       end-if
       perform prefix-mandant
       move ws-mand-name to ws-doc-file
       call "UMGEBUNG-DATEI" using ws-doc-file
              on exception continue
       end-call
       open output doc-file
       if ws-doc-status = "00"
              move 'J' to ws-doc-offen
              move ws-doc-file to dkt-name( ws-emp-idx )
       else
              move 'N' to ws-doc-offen
              display "abrech: FEHLER - Dokument "
                     function trim( ws-doc-file ) " nicht schreibbar"
              add 1 to ws-anz-dok-fehler
       end-if
exit.

close-dokument.
       if ws-doc-offen = 'N'
              exit paragraph
       end-if
       close doc-file
       move 'N' to ws-doc-offen
       move ws-doc-chk to dkt-chk( ws-emp-idx )
       evaluate ws-cur-weg
              when 'P'
                     add 1 to ws-anz-portal
              when 'E'
                     add 1 to ws-anz-email
              when other
                     add 1 to ws-anz-druck
       end-evaluate
exit.

checksum-record.
       compute ws-chk-len =
              function length( function trim( ws-chk-buffer, trailing ) )
       perform varying ws-chk-pos from 1 by 1 until ws-chk-pos > ws-chk-len
              compute ws-doc-chk = function mod( ws-doc-chk * 31
                     + function ord( ws-chk-buffer( ws-chk-pos : 1 ) )
                     , 9999999967 )
       end-perform
       compute ws-doc-chk = function mod( ws-doc-chk * 31 + 10 , 9999999967 )
exit.

write-zustellung.
       open output zneu-file
       if ws-zneu-status not = "00"
              display "abrech: FEHLER - Versandliste "
                     function trim( ws-zneu-file ) " nicht schreibbar"
              add 1 to ws-anz-dok-fehler
              exit paragraph
       end-if
       open input zust-file
       if ws-zust-status = "00"
              perform until ws-zust-end = 'Y'
                     read zust-file
                     at end
                            move 'Y' to ws-zust-end
                     not at end
                            perform take-zust-record
              end-perform
       end-if
       close zust-file
       accept ws-today from date yyyymmdd
       perform varying ws-emp-idx from 1 by 1 until ws-emp-idx > ws-emp-count
              perform write-zust-entry
       end-perform
       close zneu-file
       perform copy-back-zust
       call "CBL_DELETE_FILE" using ws-zneu-file
exit.

take-zust-record.
       if zu-periode = ws-periode
              move 0 to ws-emp-found
              perform varying ws-emp-idx from 1 by 1
                     until ws-emp-idx > ws-emp-count
                     if emt-emp-id( ws-emp-idx ) = zu-emp-id
                            and dkt-name( ws-emp-idx ) not = spaces
                            move ws-emp-idx to ws-emp-found
                     end-if
              end-perform
              if ws-emp-found > 0
                     move zu-status to dkt-alt-status( ws-emp-found )
                     move zu-pruefsumme to dkt-alt-chk( ws-emp-found )
                     move zu-geoeffnet to dkt-alt-geoeffnet( ws-emp-found )
                     exit paragraph
              end-if
       end-if
       move zust-record to zneu-record
       write zneu-record
exit.

write-zust-entry.
       if dkt-name( ws-emp-idx ) = spaces
              exit paragraph
       end-if
       move spaces to zust-record
       move emt-emp-id( ws-emp-idx ) to zu-emp-id
       move ws-periode to zu-periode
       move dkt-weg( ws-emp-idx ) to zu-weg
       move dkt-chk( ws-emp-idx ) to zu-pruefsumme
       move ws-today to zu-erstellt
       move dkt-name( ws-emp-idx ) to zu-dokument
       if zu-weg = 'D'
              move 'D' to zu-status
       else
              move 'O' to zu-status
              if dkt-alt-status( ws-emp-idx ) = 'G'
                     and dkt-alt-chk( ws-emp-idx ) = dkt-chk( ws-emp-idx )
                     move 'G' to zu-status
                     move dkt-alt-geoeffnet( ws-emp-idx ) to zu-geoeffnet
              end-if
       end-if
       move zust-record to zneu-record
       write zneu-record
exit.

copy-back-zust.
       move 'N' to ws-zneu-end
       open input zneu-file
       open output zust-file
       perform until ws-zneu-end = 'Y'
              read zneu-file
              at end
                     move 'Y' to ws-zneu-end
              not at end
                     move zneu-record to zust-record
                     write zust-record
       end-perform
       close zneu-file
       close zust-file
exit.

process-quittung.
       open input quitt-file
       if ws-quitt-status not = "00"
              display "abrech: FEHLER - Quittungsdatei "
                     function trim( ws-quitt-file ) " nicht lesbar"
              move 8 to return-code
              exit paragraph
       end-if
       perform until ws-quitt-end = 'Y'
              read quitt-file
              at end
                     move 'Y' to ws-quitt-end
              not at end
                     perform take-quitt-record
       end-perform
       close quitt-file
       open input zust-file
       if ws-zust-status not = "00"
              display "abrech: FEHLER - Versandliste "
                     function trim( ws-zust-file ) " fehlt"
              close zust-file
              move 8 to return-code
              exit paragraph
       end-if
       open output zneu-file
       if ws-zneu-status not = "00"
              display "abrech: FEHLER - Versandliste "
                     function trim( ws-zneu-file ) " nicht schreibbar"
              close zust-file
              move 8 to return-code
              exit paragraph
       end-if
       perform until ws-zust-end = 'Y'
              read zust-file
              at end
                     move 'Y' to ws-zust-end
              not at end
                     perform apply-quittung
                     move zust-record to zneu-record
                     write zneu-record
       end-perform
       close zust-file
       close zneu-file
       perform copy-back-zust
       call "CBL_DELETE_FILE" using ws-zneu-file
       perform varying ws-qtb-idx from 1 by 1 until ws-qtb-idx > ws-qtb-count
              if qtb-treffer( ws-qtb-idx ) = 'N'
                     add 1 to ws-q-unbekannt
                     display "abrech: WARNUNG - keine Zustellung fuer "
                            function trim( qtb-emp-id( ws-qtb-idx ) ) " "
                            qtb-periode( ws-qtb-idx )
              end-if
       end-perform
       display "abrech: " ws-q-gelesen " Quittung(en) gelesen, "
              ws-q-gebucht " als geoeffnet gebucht, "
              ws-q-bereits " bereits quittiert"
       if ws-q-fehlerhaft > 0 or ws-q-papier > 0 or ws-q-abweichend > 0
              or ws-q-unbekannt > 0
              display "abrech: WARNUNG - " ws-q-fehlerhaft " fehlerhaft, "
                     ws-q-papier " Papierzustellung, "
                     ws-q-abweichend " Pruefsumme abweichend, "
                     ws-q-unbekannt " ohne Zustellung"
              move 4 to return-code
       end-if
exit.

take-quitt-record.
       add 1 to ws-q-gelesen
       if qu-emp-id = spaces or qu-periode is not numeric
              or qu-geoeffnet = spaces
              add 1 to ws-q-fehlerhaft
              display "abrech: WARNUNG - Quittung fehlerhaft: "
                     function trim( quitt-record )
              exit paragraph
       end-if
       if ws-qtb-count >= 2000
              add 1 to ws-q-fehlerhaft
              display "abrech: WARNUNG - mehr als 2000 Quittungen, Satz ignoriert: "
                     function trim( qu-emp-id )
              exit paragraph
       end-if
       add 1 to ws-qtb-count
       move qu-emp-id to qtb-emp-id( ws-qtb-count )
       move qu-periode to qtb-periode( ws-qtb-count )
       move qu-geoeffnet to qtb-geoeffnet( ws-qtb-count )
       move qu-pruefsumme to qtb-pruefsumme( ws-qtb-count )
       move 'N' to qtb-treffer( ws-qtb-count )
exit.

apply-quittung.
       move 0 to ws-qtb-found
       perform varying ws-qtb-idx from 1 by 1 until ws-qtb-idx > ws-qtb-count
              if qtb-emp-id( ws-qtb-idx ) = zu-emp-id
                     and qtb-periode( ws-qtb-idx ) = zu-periode
                     and ws-qtb-found = 0
                     move ws-qtb-idx to ws-qtb-found
              end-if
       end-perform
       if ws-qtb-found = 0
              exit paragraph
       end-if
       move 'J' to qtb-treffer( ws-qtb-found )
       if zu-weg = 'D'
              add 1 to ws-q-papier
              display "abrech: WARNUNG - " function trim( zu-emp-id ) " "
                     zu-periode " wird gedruckt zugestellt, Quittung ignoriert"
              exit paragraph
       end-if
       if qtb-pruefsumme( ws-qtb-found ) not = spaces
              if qtb-pruefsumme( ws-qtb-found ) is not numeric
                     or qtb-pruefsumme( ws-qtb-found ) not = zu-pruefsumme
                     add 1 to ws-q-abweichend
                     display "abrech: WARNUNG - " function trim( zu-emp-id ) " "
                            zu-periode " Pruefsumme abweichend, Quittung ignoriert"
                     exit paragraph
              end-if
       end-if
       if zu-status = 'G'
              add 1 to ws-q-bereits
              exit paragraph
       end-if
       move 'G' to zu-status
       move qtb-geoeffnet( ws-qtb-found ) to zu-geoeffnet
       add 1 to ws-q-gebucht
exit.

process-nachweis.
       open input zust-file
       if ws-zust-status not = "00"
              display "abrech: FEHLER - Versandliste "
                     function trim( ws-zust-file ) " fehlt"
              close zust-file
              move 8 to return-code
              exit paragraph
       end-if
       display "ZUSTELLNACHWEIS " ws-period-mm "." ws-period-yyyy
              " - " function trim( ws-zust-file )
       display "PERS.-NR.   WEG STATUS     ERSTELLT GEOEFFNET      PRUEFSUMME DOKUMENT"
       perform until ws-zust-end = 'Y'
              read zust-file
              at end
                     move 'Y' to ws-zust-end
              not at end
                     if zu-periode = ws-periode
                            perform show-nachweis-entry
                     end-if
       end-perform
       close zust-file
       if ws-nw-anzahl = 0
              display "abrech: keine Zustellungen fuer Periode "
                     ws-period-mm "." ws-period-yyyy
              move 4 to return-code
              exit paragraph
       end-if
       display "abrech: " ws-nw-anzahl " Zustellung(en), "
              ws-nw-geoeffnet " geoeffnet, " ws-nw-offen " offen, "
              ws-nw-druck " Druck"
exit.

show-nachweis-entry.
       add 1 to ws-nw-anzahl
       evaluate zu-status
              when 'G'
                     move "geoeffnet" to ws-nw-status-text
                     add 1 to ws-nw-geoeffnet
              when 'D'
                     move "Druck" to ws-nw-status-text
                     add 1 to ws-nw-druck
              when other
                     move "offen" to ws-nw-status-text
                     add 1 to ws-nw-offen
       end-evaluate
       display zu-emp-id "  " zu-weg "   " ws-nw-status-text " "
              zu-erstellt " " zu-geoeffnet " " zu-pruefsumme " "
              function trim( zu-dokument )
exit.

set-umgebung.
       call "UMGEBUNG-DATEI" using ws-lohnhist-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-ytd-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-master-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-rate-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-abrech-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-druck-file
              on exception continue
       end-call
       call "UMGEBUNG-SCHUTZ" using ws-zust-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-zust-file to ws-env-denied
       end-if
       if ws-quitt-file not = spaces
              call "UMGEBUNG-DATEI" using ws-quitt-file
                     on exception continue
              end-call
       end-if
       move spaces to ws-zneu-file
       string function trim( ws-zust-file ) ".NEU" delimited by size
              into ws-zneu-file
       if ws-env-all-ok = 'N' and ( ws-modus = 'Q' or ws-versand = 'J' )
              call "UMGEBUNG-NAME" using ws-env-name ws-env-art
                     on exception continue
              end-call
              display "abrech: FEHLER - Testumgebung " function trim( ws-env-name )
                     " wuerde Produktionsdaten schreiben: " function trim( ws-env-denied )
              move 8 to return-code
              stop run
       end-if
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
              display "abrech: FEHLER - Mandant " function trim( ws-mandant )
                     " fehlt in " function trim( ws-mandant-file )
              move 8 to return-code
              stop run
       end-if
       if ws-mand-verz = spaces
              string function trim( ws-mandant ) "/" delimited by size
                     into ws-mand-verz
       end-if
       move ws-lohnhist-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-lohnhist-file
       move ws-ytd-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-ytd-file
       move ws-master-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-master-file
       move ws-abrech-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-abrech-file
       move ws-druck-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-druck-file
       move ws-zust-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-zust-file
       move ws-quitt-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-quitt-file
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
