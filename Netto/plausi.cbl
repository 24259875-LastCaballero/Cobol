identification division.
program-id.	plausi.


environment division.
input-output section.
file-control.
       select optional lohnhist-file assign to ws-lohnhist-file
       organization is line sequential
       file status is ws-lohnhist-status.

       select optional master-file assign to ws-master-file
       organization is line sequential
       file status is ws-master-status.

       select optional aend-file assign to ws-aend-file
       organization is line sequential
       file status is ws-aend-status.

       select optional pend-file assign to ws-pend-file
       organization is line sequential
       file status is ws-pend-status.

       select optional quitt-file assign to ws-quitt-file
       organization is line sequential
       file status is ws-quitt-status.

       select plausi-file assign to ws-plausi-file
       organization is line sequential.

       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

data division.
file section.
fd lohnhist-file.
01 lohnhist-record.
       05 lh-emp-id          pic x(10).
       05 lh-year            pic 9(4).
       05 lh-month           pic 9(2).
       05 lh-type            pic x.
       05 lh-brutto          pic 9(8)v99.
       05 lh-rte             pic 9(8)v99.
       05 lh-krk             pic 9(8)v99.
       05 lh-arb             pic 9(8)v99.
       05 lh-pfg             pic 9(8)v99.
       05 lh-lohnst          pic 9(8)v99.
       05 lh-solid           pic 9(8)v99.
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
       05 lh-steuerklasse    pic x.

fd master-file.
01 master-record.
       05 mst-emp-id        pic x(10).
       05 mst-name          pic x(30).
       05 mst-bundesland    pic x(2).
       05 mst-steuerklasse  pic 9.
       05 mst-krankenkasse  pic x(8).
       05 mst-iban          pic x(22).
       05 mst-bic           pic x(11).
       05 mst-eintritt      pic 9(8).
       05 mst-austritt      pic 9(8).

fd aend-file.
01 aend-record.
       05 ae-emp-id         pic x(10).
       05 ae-feld           pic x(10).
       05 ae-alt            pic x(30).
       05 ae-neu            pic x(30).
       05 ae-datum          pic 9(8).
       05 ae-zeit           pic 9(6).
       05 ae-benutzer       pic x(20).

fd pend-file.
01 pend-record.
       05 pp-emp-id         pic x(10).
       05 pp-feld           pic x(10).
       05 pp-alt            pic x(30).
       05 pp-neu            pic x(30).
       05 pp-gueltig-ab     pic 9(8).
       05 pp-status         pic x.

fd quitt-file.
01 quitt-record.
       05 pq-year           pic 9(4).
       05 pq-month          pic 9(2).
       05 pq-anzahl         pic 9(5).
       05 pq-summe          pic 9(12)v99.
       05 pq-benutzer       pic x(20).
       05 pq-datum          pic 9(8).
       05 pq-zeit           pic 9(6).

fd plausi-file.
01 plausi-record             pic x(132).

fd mandant-file.
01 mandant-record.
       05 md-code           pic x(4).
       05 md-name           pic x(30).
       05 md-betriebsnr     pic x(8).
       05 md-verzeichnis    pic x(40).
       05 md-iban           pic x(22).
       05 md-bic            pic x(11).

working-storage section.
01 ws-cmd-args          pic     x(200).
01 ws-arg-ptr           pic     9(4).
01 ws-arg-tok           pic     x(200).
01 ws-arg-period        pic     x(10).
01 ws-arg-mm            pic     x(2).
01 ws-arg-yyyy          pic     x(4).
01 ws-period-mm         pic     9(2)     value 0.
01 ws-period-yyyy       pic     9(4)     value 0.
01 ws-prev-mm           pic     9(2)     value 0.
01 ws-prev-yyyy         pic     9(4)     value 0.
01 ws-prev-start        pic     9(8)     value 0.
01 ws-period-start      pic     9(8)     value 0.
01 ws-period-end        pic     9(8)     value 0.
01 ws-grenze            pic     9(3)     value 20.
01 ws-quittung          pic     x        value 'N'.
01 ws-today             pic     9(8).
01 ws-now-time          pic     9(8).
01 ws-benutzer          pic     x(20)    value spaces.
01 ws-env-name          pic     x(8)     value spaces.
01 ws-env-art           pic     x        value 'P'.
01 ws-env-ok            pic     x        value 'J'.
01 ws-env-all-ok        pic     x        value 'J'.
01 ws-env-denied        pic     x(200)   value spaces.
01 ws-alert-sev         pic     x(8).
01 ws-alert-prog        pic     x(12)    value "PLAUSI".
01 ws-alert-code        pic     x(8).
01 ws-alert-text        pic     x(120).
01 ws-alert-rc          pic     s9(9)    usage comp.

01 ws-lohnhist-file     pic     x(200)   value "LOHNHIST.DAT".
01 ws-lohnhist-status   pic     xx       value spaces.
01 ws-lohnhist-end      pic     x        value 'N'.
01 ws-master-file       pic     x(200)   value "EMPMAST.DAT".
01 ws-master-status     pic     xx       value spaces.
01 ws-master-end        pic     x        value 'N'.
01 ws-aend-file         pic     x(200)   value "EMPAEND.DAT".
01 ws-aend-status       pic     xx       value spaces.
01 ws-aend-end          pic     x        value 'N'.
01 ws-pend-file         pic     x(200)   value "EMPPEND.DAT".
01 ws-pend-status       pic     xx       value spaces.
01 ws-pend-end          pic     x        value 'N'.
01 ws-quitt-file        pic     x(200)   value "PLAUSIQT.DAT".
01 ws-quitt-status      pic     xx       value spaces.
01 ws-quitt-end         pic     x        value 'N'.
01 ws-plausi-file       pic     x(200)   value "PLAUSI.TXT".

01 vergleich-table.
       05 vgt-entry occurs 500 times.
              10 vgt-emp-id        pic x(10).
              10 vgt-cur-anz       pic s9(3).
              10 vgt-cur-brutto    pic s9(8)v99.
              10 vgt-cur-netto     pic s9(8)v99.
              10 vgt-cur-stkl      pic x.
              10 vgt-prev-anz      pic s9(3).
              10 vgt-prev-brutto   pic s9(8)v99.
              10 vgt-prev-netto    pic s9(8)v99.
              10 vgt-prev-stkl     pic x.
01 ws-vgt-count         pic     9(3)     value 0.
01 ws-vgt-idx           pic     9(3).
01 ws-vgt-found         pic     9(3)     value 0.

01 master-table.
       05 mtb-entry occurs 500 times.
              10 mtb-emp-id        pic x(10).
              10 mtb-name          pic x(30).
              10 mtb-steuerklasse  pic 9.
              10 mtb-eintritt      pic 9(8).
              10 mtb-austritt      pic 9(8).
01 ws-mtb-count         pic     9(3)     value 0.
01 ws-mtb-idx           pic     9(3).
01 ws-mtb-found         pic     9(3)     value 0.

01 stkl-aend-table.
       05 sat-entry occurs 1000 times.
              10 sat-emp-id        pic x(10).
              10 sat-neu           pic x.
              10 sat-datum         pic 9(8).
01 ws-sat-count         pic     9(4)     value 0.
01 ws-sat-idx           pic     9(4).
01 ws-sat-match         pic     x        value 'N'.

01 ws-cur-count         pic     9(5)     value 0.
01 ws-prev-count        pic     9(5)     value 0.
01 ws-exc-count         pic     9(5)     value 0.
01 ws-exc-summe         pic     9(12)v99 value 0.
01 ws-betrag            pic     s9(8)v99 value 0.
01 ws-vorher            pic     s9(8)v99 value 0.
01 ws-aktuell           pic     s9(8)v99 value 0.
01 ws-abw-pct           pic     s9(5)v9  value 0.
01 ws-exc-code          pic     x(8).
01 ws-exc-text          pic     x(40).

01 ws-qt-found          pic     x        value 'N'.
01 ws-qt-anzahl         pic     9(5)     value 0.
01 ws-qt-summe          pic     9(12)v99 value 0.
01 ws-qt-benutzer       pic     x(20)    value spaces.
01 ws-qt-datum          pic     9(8)     value 0.
01 ws-qt-zeit           pic     9(6)     value 0.

01 ws-vorher-disp       pic     zz,zzz,zz9.99-.
01 ws-aktuell-disp      pic     zz,zzz,zz9.99-.
01 ws-pct-disp          pic     zzzz9.9-.
01 ws-anzahl-disp       pic     zzzz9.
01 ws-grenze-disp       pic     zz9.

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

process-args.
       accept ws-cmd-args from command-line
       accept ws-today from date yyyymmdd
       accept ws-now-time from time
       accept ws-benutzer from environment "SEQUENZ_CALLER"
       if ws-benutzer = spaces
              accept ws-benutzer from environment "USER"
       end-if
       move 1 to ws-arg-ptr
       perform until ws-arg-ptr > function length( function trim( ws-cmd-args ) )
              move spaces to ws-arg-tok
              unstring ws-cmd-args delimited by space into ws-arg-tok
                     with pointer ws-arg-ptr
              if ws-arg-tok not = spaces
                     perform classify-argument
              end-if
       end-perform
       if ws-period-mm < 1 or ws-period-mm > 12 or ws-period-yyyy = 0
              display "plausi: usage - plausi PERIODE=MM.JJJJ [GRENZE=nn]"
                     " [QUITTUNG] [ausgabedatei]"
              move 8 to return-code
              stop run
       end-if
       if ws-period-mm = 1
              move 12 to ws-prev-mm
              compute ws-prev-yyyy = ws-period-yyyy - 1
       else
              compute ws-prev-mm = ws-period-mm - 1
              move ws-period-yyyy to ws-prev-yyyy
       end-if
       compute ws-period-start = ws-period-yyyy * 10000 + ws-period-mm * 100 + 1
       compute ws-prev-start = ws-prev-yyyy * 10000 + ws-prev-mm * 100 + 1
       compute ws-period-end = ws-period-start + 30

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       perform load-lohnhist
       if ws-cur-count = 0
              display "plausi: FEHLER - keine Abrechnungssaetze fuer Periode "
                     ws-period-mm "." ws-period-yyyy
              move 8 to return-code
              stop run
       end-if
       perform load-master
       perform load-aenderungen
       perform load-quittung

       open output plausi-file
       perform write-header
       perform varying ws-vgt-idx from 1 by 1 until ws-vgt-idx > ws-vgt-count
              perform check-employee
       end-perform
       perform write-footer

       evaluate true
              when ws-exc-count = 0
                     display "plausi: Periode " ws-period-mm "." ws-period-yyyy
                            " ohne Auffaelligkeiten"
                     if ws-quittung = 'Y'
                            display "plausi: nichts zu quittieren"
                     end-if
              when ws-quittung = 'Y'
                     perform write-quittung
                     display "plausi: " ws-exc-count " Ausnahme(n) fuer "
                            ws-period-mm "." ws-period-yyyy " quittiert von "
                            function trim( ws-benutzer )
              when ws-qt-found = 'Y'
                     and ws-qt-anzahl = ws-exc-count
                     and ws-qt-summe = ws-exc-summe
                     display "plausi: " ws-exc-count " Ausnahme(n) quittiert von "
                            function trim( ws-qt-benutzer ) " am " ws-qt-datum
                            " - Lauf freigegeben"
              when other
                     display "plausi: " ws-exc-count " Ausnahme(n) in "
                            function trim( ws-plausi-file )
                            " - Lauf ANGEHALTEN"
                     if ws-qt-found = 'Y'
                            display "plausi: Quittung vom " ws-qt-datum
                                   " passt nicht mehr zum Ergebnis"
                     end-if
                     display "plausi: Freigabe nach Pruefung mit plausi PERIODE="
                            ws-period-mm "." ws-period-yyyy " QUITTUNG"
                     move 8 to return-code
                     move "ERROR" to ws-alert-sev
                     move "ANGEHALT" to ws-alert-code
                     move spaces to ws-alert-text
                     string "Periode " ws-period-mm "." ws-period-yyyy " "
                            ws-exc-count " Ausnahme(n) - Lauf ANGEHALTEN"
                            delimited by size into ws-alert-text
                     perform raise-plausi-alert
       end-evaluate
       stop run.

classify-argument.
       evaluate true
              when ws-arg-tok( 1 : 8 ) = "PERIODE="
                     move ws-arg-tok( 9 : ) to ws-arg-period
                     unstring ws-arg-period delimited by "." into
                            ws-arg-mm ws-arg-yyyy
                     if function trim( ws-arg-mm ) is numeric
                            and function trim( ws-arg-yyyy ) is numeric
                            move function numval( ws-arg-mm ) to ws-period-mm
                            move function numval( ws-arg-yyyy ) to ws-period-yyyy
                     end-if
                     if ws-period-mm < 1 or ws-period-mm > 12
                            or ws-period-yyyy = 0
                            display "plausi: FEHLER - PERIODE=MM.JJJJ erwartet"
                            move 8 to return-code
                            stop run
                     end-if
              when ws-arg-tok( 1 : 7 ) = "GRENZE="
                     if function trim( ws-arg-tok( 8 : ) ) is numeric
                            and function numval( ws-arg-tok( 8 : ) ) > 0
                            and function numval( ws-arg-tok( 8 : ) ) < 1000
                            move function numval( ws-arg-tok( 8 : ) ) to ws-grenze
                     else
                            display "plausi: FEHLER - GRENZE=nn (Prozent) erwartet"
                            move 8 to return-code
                            stop run
                     end-if
              when ws-arg-tok = "QUITTUNG"
                     move 'Y' to ws-quittung
              when other
                     move ws-arg-tok to ws-plausi-file
       end-evaluate
exit.

load-lohnhist.
       open input lohnhist-file
       if ws-lohnhist-status not = "00"
              display "plausi: FEHLER - kann " function trim( ws-lohnhist-file )
                     " nicht oeffnen"
              move 8 to return-code
              stop run
       end-if
       perform until ws-lohnhist-end = 'Y'
              read lohnhist-file
              at end
                     move 'Y' to ws-lohnhist-end
              not at end
                     if lh-year = ws-period-yyyy and lh-month = ws-period-mm
                            perform find-vergleich-entry
                            perform take-current
                     end-if
                     if lh-year = ws-prev-yyyy and lh-month = ws-prev-mm
                            perform find-vergleich-entry
                            perform take-previous
                     end-if
       end-perform
       close lohnhist-file
exit.

find-vergleich-entry.
       move 0 to ws-vgt-found
       perform varying ws-vgt-idx from 1 by 1 until ws-vgt-idx > ws-vgt-count
              if vgt-emp-id( ws-vgt-idx ) = lh-emp-id
                     move ws-vgt-idx to ws-vgt-found
              end-if
       end-perform
       if ws-vgt-found = 0
              if ws-vgt-count >= 500
                     display "plausi: FEHLER - mehr als 500 Mitarbeiter"
                     move 8 to return-code
                     stop run
              end-if
              add 1 to ws-vgt-count
              move ws-vgt-count to ws-vgt-found
              move lh-emp-id to vgt-emp-id( ws-vgt-found )
              move 0 to vgt-cur-anz( ws-vgt-found )
              move 0 to vgt-cur-brutto( ws-vgt-found )
              move 0 to vgt-cur-netto( ws-vgt-found )
              move space to vgt-cur-stkl( ws-vgt-found )
              move 0 to vgt-prev-anz( ws-vgt-found )
              move 0 to vgt-prev-brutto( ws-vgt-found )
              move 0 to vgt-prev-netto( ws-vgt-found )
              move space to vgt-prev-stkl( ws-vgt-found )
       end-if
       if lh-kug not numeric
              move space to lh-steuerklasse
       end-if
exit.

take-current.
       add 1 to ws-cur-count
       if lh-type = 'S'
              subtract 1 from vgt-cur-anz( ws-vgt-found )
              subtract lh-brutto from vgt-cur-brutto( ws-vgt-found )
              subtract lh-netto from vgt-cur-netto( ws-vgt-found )
       else
              add 1 to vgt-cur-anz( ws-vgt-found )
              add lh-brutto to vgt-cur-brutto( ws-vgt-found )
              add lh-netto to vgt-cur-netto( ws-vgt-found )
              move lh-steuerklasse to vgt-cur-stkl( ws-vgt-found )
       end-if
exit.

take-previous.
       add 1 to ws-prev-count
       if lh-type = 'S'
              subtract 1 from vgt-prev-anz( ws-vgt-found )
              subtract lh-brutto from vgt-prev-brutto( ws-vgt-found )
              subtract lh-netto from vgt-prev-netto( ws-vgt-found )
       else
              add 1 to vgt-prev-anz( ws-vgt-found )
              add lh-brutto to vgt-prev-brutto( ws-vgt-found )
              add lh-netto to vgt-prev-netto( ws-vgt-found )
              move lh-steuerklasse to vgt-prev-stkl( ws-vgt-found )
       end-if
exit.

load-master.
       open input master-file
       if ws-master-status = "00"
              perform until ws-master-end = 'Y'
                     read master-file
                     at end
                            move 'Y' to ws-master-end
                     not at end
                            if ws-mtb-count < 500
                                   add 1 to ws-mtb-count
                                   move mst-emp-id       to mtb-emp-id( ws-mtb-count )
                                   move mst-name         to mtb-name( ws-mtb-count )
                                   move mst-steuerklasse to mtb-steuerklasse( ws-mtb-count )
                                   move mst-eintritt     to mtb-eintritt( ws-mtb-count )
                                   move mst-austritt     to mtb-austritt( ws-mtb-count )
                            end-if
              end-perform
       end-if
       close master-file
exit.

load-aenderungen.
       open input aend-file
       if ws-aend-status = "00"
              perform until ws-aend-end = 'Y'
                     read aend-file
                     at end
                            move 'Y' to ws-aend-end
                     not at end
                            if ae-feld = "STKL" and ws-sat-count < 1000
                                   add 1 to ws-sat-count
                                   move ae-emp-id to sat-emp-id( ws-sat-count )
                                   move ae-neu( 1 : 1 ) to sat-neu( ws-sat-count )
                                   move ae-datum to sat-datum( ws-sat-count )
                            end-if
              end-perform
       end-if
       close aend-file
       open input pend-file
       if ws-pend-status = "00"
              perform until ws-pend-end = 'Y'
                     read pend-file
                     at end
                            move 'Y' to ws-pend-end
                     not at end
                            if pp-feld = "STKL"
                                   and ( pp-status = 'O' or pp-status = 'A' )
                                   and pp-gueltig-ab <= ws-period-end
                                   and ws-sat-count < 1000
                                   add 1 to ws-sat-count
                                   move pp-emp-id to sat-emp-id( ws-sat-count )
                                   move pp-neu( 1 : 1 ) to sat-neu( ws-sat-count )
                                   move pp-gueltig-ab to sat-datum( ws-sat-count )
                            end-if
              end-perform
       end-if
       close pend-file
exit.

load-quittung.
       open input quitt-file
       if ws-quitt-status = "00"
              perform until ws-quitt-end = 'Y'
                     read quitt-file
                     at end
                            move 'Y' to ws-quitt-end
                     not at end
                            if pq-year = ws-period-yyyy
                                   and pq-month = ws-period-mm
                                   move 'Y' to ws-qt-found
                                   move pq-anzahl   to ws-qt-anzahl
                                   move pq-summe    to ws-qt-summe
                                   move pq-benutzer to ws-qt-benutzer
                                   move pq-datum    to ws-qt-datum
                                   move pq-zeit     to ws-qt-zeit
                            end-if
              end-perform
       end-if
       close quitt-file
exit.

find-master.
       move 0 to ws-mtb-found
       perform varying ws-mtb-idx from 1 by 1 until ws-mtb-idx > ws-mtb-count
              if mtb-emp-id( ws-mtb-idx ) = vgt-emp-id( ws-vgt-idx )
                     move ws-mtb-idx to ws-mtb-found
              end-if
       end-perform
exit.

check-employee.
       perform find-master
       if vgt-cur-anz( ws-vgt-idx ) <= 0
              if vgt-prev-anz( ws-vgt-idx ) > 0
                     move "FEHLT" to ws-exc-code
                     move vgt-prev-netto( ws-vgt-idx ) to ws-vorher
                     move 0 to ws-aktuell
                     move 0 to ws-abw-pct
                     move "in Vorperiode abgerechnet" to ws-exc-text
                     if ws-mtb-found > 0
                            and mtb-austritt( ws-mtb-found ) > 0
                            and mtb-austritt( ws-mtb-found ) < ws-period-start
                            move spaces to ws-exc-text
                            string "Austritt " mtb-austritt( ws-mtb-found )
                                   delimited by size into ws-exc-text
                     end-if
                     perform write-exception
              end-if
              exit paragraph
       end-if

       if vgt-prev-anz( ws-vgt-idx ) <= 0
              if ws-prev-count > 0
                     move "NEU" to ws-exc-code
                     move 0 to ws-vorher
                     move vgt-cur-netto( ws-vgt-idx ) to ws-aktuell
                     move 0 to ws-abw-pct
                     move "nicht in Vorperiode" to ws-exc-text
                     if ws-mtb-found > 0
                            and mtb-eintritt( ws-mtb-found ) >= ws-prev-start
                            move spaces to ws-exc-text
                            string "Eintritt " mtb-eintritt( ws-mtb-found )
                                   delimited by size into ws-exc-text
                     end-if
                     perform write-exception
              end-if
       else
              move vgt-prev-brutto( ws-vgt-idx ) to ws-vorher
              move vgt-cur-brutto( ws-vgt-idx ) to ws-aktuell
              perform compute-abweichung
              if ws-abw-pct > ws-grenze or ws-abw-pct < 0 - ws-grenze
                     move "BRUTTO" to ws-exc-code
                     move "Abweichung ueber Grenze" to ws-exc-text
                     perform write-exception
              end-if
              move vgt-prev-netto( ws-vgt-idx ) to ws-vorher
              move vgt-cur-netto( ws-vgt-idx ) to ws-aktuell
              perform compute-abweichung
              if ws-abw-pct > ws-grenze or ws-abw-pct < 0 - ws-grenze
                     move "NETTO" to ws-exc-code
                     move "Abweichung ueber Grenze" to ws-exc-text
                     perform write-exception
              end-if
              if vgt-cur-stkl( ws-vgt-idx ) not = vgt-prev-stkl( ws-vgt-idx )
                     and vgt-cur-stkl( ws-vgt-idx ) not = space
                     and vgt-prev-stkl( ws-vgt-idx ) not = space
                     perform find-stkl-aenderung
                     if ws-sat-match = 'N'
                            move "STKL" to ws-exc-code
                            move 0 to ws-vorher
                            move 0 to ws-aktuell
                            move 0 to ws-abw-pct
                            move spaces to ws-exc-text
                            string "Steuerklasse " vgt-prev-stkl( ws-vgt-idx )
                                   " -> " vgt-cur-stkl( ws-vgt-idx )
                                   " ohne Stammaenderung"
                                   delimited by size into ws-exc-text
                            perform write-exception
                     end-if
              end-if
       end-if

       if vgt-cur-netto( ws-vgt-idx ) <= 0
              move "NETTO<=0" to ws-exc-code
              move vgt-prev-netto( ws-vgt-idx ) to ws-vorher
              move vgt-cur-netto( ws-vgt-idx ) to ws-aktuell
              move 0 to ws-abw-pct
              move "Netto null oder negativ" to ws-exc-text
              perform write-exception
       end-if
exit.

compute-abweichung.
       if ws-vorher = 0
              if ws-aktuell = 0
                     move 0 to ws-abw-pct
              else
                     move 9999.9 to ws-abw-pct
              end-if
       else
              compute ws-abw-pct rounded
                     = ( ws-aktuell - ws-vorher ) * 100 / ws-vorher
                     on size error
                            move 9999.9 to ws-abw-pct
              end-compute
       end-if
exit.

find-stkl-aenderung.
       move 'N' to ws-sat-match
       perform varying ws-sat-idx from 1 by 1 until ws-sat-idx > ws-sat-count
              if sat-emp-id( ws-sat-idx ) = vgt-emp-id( ws-vgt-idx )
                     and sat-neu( ws-sat-idx ) = vgt-cur-stkl( ws-vgt-idx )
                     and sat-datum( ws-sat-idx ) >= ws-prev-start
                     move 'Y' to ws-sat-match
              end-if
       end-perform
exit.

write-exception.
       add 1 to ws-exc-count
       move ws-vorher to ws-betrag
       if ws-betrag < 0
              compute ws-betrag = 0 - ws-betrag
       end-if
       add ws-betrag to ws-exc-summe
       move ws-aktuell to ws-betrag
       if ws-betrag < 0
              compute ws-betrag = 0 - ws-betrag
       end-if
       add ws-betrag to ws-exc-summe
       move ws-vorher to ws-vorher-disp
       move ws-aktuell to ws-aktuell-disp
       move ws-abw-pct to ws-pct-disp
       move spaces to plausi-record
       string vgt-emp-id( ws-vgt-idx ) "  "
              ws-exc-code "  "
              ws-vorher-disp "  "
              ws-aktuell-disp "  "
              ws-pct-disp "  "
              ws-exc-text
              delimited by size into plausi-record
       write plausi-record
exit.

write-header.
       move all "=" to plausi-record
       write plausi-record
       move spaces to plausi-record
       string "PLAUSIBILITAETSPRUEFUNG LOHNLAUF  Periode " ws-period-mm "."
              ws-period-yyyy "  gegen Vorperiode " ws-prev-mm "." ws-prev-yyyy
              "  erstellt am " ws-today
              delimited by size into plausi-record
       write plausi-record
       move ws-grenze to ws-grenze-disp
       move spaces to plausi-record
       string "Grenze Brutto-/Nettoabweichung: " ws-grenze-disp " %"
              delimited by size into plausi-record
       write plausi-record
       if ws-prev-count = 0
              move spaces to plausi-record
              string "HINWEIS: keine Abrechnung in Vorperiode - nur Netto-"
                     "Pruefung" delimited by size into plausi-record
              write plausi-record
       end-if
       move all "=" to plausi-record
       write plausi-record
       move "PERS.-NR.   PRUEFUNG     VORPERIODE         AKTUELL     ABW.%  HINWEIS"
              to plausi-record
       write plausi-record
       move all "-" to plausi-record
       write plausi-record
exit.

write-footer.
       move all "-" to plausi-record
       write plausi-record
       move ws-vgt-count to ws-anzahl-disp
       move spaces to plausi-record
       string "Mitarbeiter geprueft:  " ws-anzahl-disp
              delimited by size into plausi-record
       write plausi-record
       move ws-exc-count to ws-anzahl-disp
       move spaces to plausi-record
       string "Ausnahmen:             " ws-anzahl-disp
              delimited by size into plausi-record
       write plausi-record
       move spaces to plausi-record
       evaluate true
              when ws-exc-count = 0
                     move "Status: FREIGEGEBEN (keine Ausnahmen)" to plausi-record
              when ws-quittung = 'Y'
                     string "Status: FREIGEGEBEN - quittiert von "
                            ws-benutzer " am " ws-today
                            delimited by size into plausi-record
              when ws-qt-found = 'Y'
                     and ws-qt-anzahl = ws-exc-count
                     and ws-qt-summe = ws-exc-summe
                     string "Status: FREIGEGEBEN - quittiert von "
                            ws-qt-benutzer " am " ws-qt-datum
                            delimited by size into plausi-record
              when other
                     move "Status: ANGEHALTEN - Ausnahmen pruefen und quittieren"
                            to plausi-record
       end-evaluate
       write plausi-record
       move all "=" to plausi-record
       write plausi-record
       close plausi-file
exit.

write-quittung.
       if ws-benutzer = spaces
              display "plausi: FEHLER - Bearbeiter unbekannt, Quittung nicht geschrieben"
              move 8 to return-code
              stop run
       end-if
       open extend quitt-file
       move spaces to quitt-record
       move ws-period-yyyy to pq-year
       move ws-period-mm   to pq-month
       move ws-exc-count   to pq-anzahl
       move ws-exc-summe   to pq-summe
       move ws-benutzer    to pq-benutzer
       move ws-today       to pq-datum
       move ws-now-time( 1 : 6 ) to pq-zeit
       write quitt-record
       close quitt-file
exit.

raise-plausi-alert.
       move return-code to ws-alert-rc
       call "ALERT-RAISE" using ws-alert-sev ws-alert-prog ws-alert-code
              ws-alert-text
              on exception continue
       end-call
       move ws-alert-rc to return-code
exit.

set-umgebung.
       call "UMGEBUNG-DATEI" using ws-lohnhist-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-master-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-aend-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-pend-file
              on exception continue
       end-call
       call "UMGEBUNG-SCHUTZ" using ws-quitt-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-quitt-file to ws-env-denied
       end-if
       call "UMGEBUNG-DATEI" using ws-plausi-file
              on exception continue
       end-call
       if ws-env-all-ok = 'N' and ws-quittung = 'Y'
              call "UMGEBUNG-NAME" using ws-env-name ws-env-art
                     on exception continue
              end-call
              display "plausi: FEHLER - Testumgebung " function trim( ws-env-name )
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
              display "plausi: FEHLER - Mandant " function trim( ws-mandant )
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
       move ws-master-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-master-file
       move ws-aend-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-aend-file
       move ws-pend-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-pend-file
       move ws-quitt-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-quitt-file
       move ws-plausi-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-plausi-file
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
