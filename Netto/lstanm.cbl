identification division.
program-id.	lstanm.


environment division.
input-output section.
file-control.
       select optional lohnhist-file assign to ws-lohnhist-file
       organization is line sequential
       file status is ws-lohnhist-status.

       select optional perstat-file assign to ws-perstat-file
       organization is line sequential
       file status is ws-perstat-status.

       select optional lstanm-file assign to ws-lstanm-file
       organization is line sequential
       file status is ws-lstanm-status.

       select anmeldung-file assign to ws-anmeldung-file
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

fd perstat-file.
01 perstat-record.
       05 pst-year          pic 9(4).
       05 pst-month         pic 9(2).
       05 pst-status        pic x(8).
       05 pst-date          pic 9(8).

fd lstanm-file.
01 lstanm-record.
       05 lsa-year          pic 9(4).
       05 lsa-month         pic 9(2).
       05 lsa-art           pic x.
       05 lsa-land          pic x(2).
       05 lsa-konf          pic x(2).
       05 lsa-anzahl        pic 9(5).
       05 lsa-lohnst        pic 9(8)v99.
       05 lsa-solid         pic 9(8)v99.
       05 lsa-kirche        pic 9(8)v99.
       05 lsa-pauschst      pic 9(8)v99.
       05 lsa-datum         pic 9(8).

fd anmeldung-file.
01 anmeldung-record          pic x(100).

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
01 ws-today             pic     9(8).

01 ws-lohnhist-file     pic     x(200)   value "LOHNHIST.DAT".
01 ws-lohnhist-status   pic     xx       value spaces.
01 ws-lohnhist-end      pic     x        value 'N'.
01 ws-perstat-file      pic     x(200)   value "PERSTAT.DAT".
01 ws-perstat-status    pic     xx       value spaces.
01 ws-perstat-end       pic     x        value 'N'.
01 ws-period-locked     pic     x        value 'N'.
01 ws-period-lockdate   pic     9(8)     value 0.
01 ws-lstanm-file       pic     x(200)   value "LSTANM.DAT".
01 ws-lstanm-status     pic     xx       value spaces.
01 ws-lstanm-end        pic     x        value 'N'.
01 ws-anmeldung-file    pic     x(200)   value "LSTANM.TXT".

01 land-table.
       05 lat-entry occurs 20 times.
              10 lat-land          pic x(2).
              10 lat-anzahl        pic 9(5).
              10 lat-lohnst        pic s9(8)v99.
              10 lat-solid         pic s9(8)v99.
              10 lat-kirche        pic s9(8)v99.
              10 lat-pauschst      pic s9(8)v99.
01 ws-lat-count         pic     9(2)     value 0.
01 ws-lat-idx           pic     9(2).
01 ws-lat-found         pic     9(2)     value 0.

01 kirch-table.
       05 kit-entry occurs 100 times.
              10 kit-land          pic x(2).
              10 kit-konf          pic x(2).
              10 kit-kirche        pic s9(8)v99.
01 ws-kit-count         pic     9(3)     value 0.
01 ws-kit-idx           pic     9(3).
01 ws-kit-found         pic     9(3)     value 0.

01 anz-table.
       05 ant-entry occurs 500 times.
              10 ant-emp-id        pic x(10).
              10 ant-land          pic x(2).
01 ws-ant-count         pic     9(3)     value 0.
01 ws-ant-idx           pic     9(3).
01 ws-ant-found         pic     9(3)     value 0.

01 keep-table.
       05 kpt-entry occurs 2000 times.
              10 kpt-record        pic x(64).
01 ws-kpt-count         pic     9(4)     value 0.
01 ws-kpt-idx           pic     9(4).

01 ws-cur-land          pic     x(2).
01 ws-cur-konf          pic     x(2).
01 ws-hist-count        pic     9(5)     value 0.
01 ws-tot-anzahl        pic     9(5)     value 0.
01 ws-tot-lohnst        pic     s9(8)v99 value 0.
01 ws-tot-solid         pic     s9(8)v99 value 0.
01 ws-tot-kirche        pic     s9(8)v99 value 0.
01 ws-tot-pauschst      pic     s9(8)v99 value 0.
01 ws-summe             pic     s9(8)v99 value 0.
01 ws-betrag            pic     s9(8)v99 value 0.
01 ws-konf-text         pic     x(20).
01 ws-land-text         pic     x(2).
01 ws-line-buf          pic     x(44).
01 ws-betrag-disp       pic     zz,zzz,zz9.99-.
01 ws-anzahl-disp       pic     zzzz9.

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


procedure division.

process-args.
       accept ws-cmd-args from command-line
       accept ws-today from date yyyymmdd
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
              display "lstanm: usage - lstanm PERIODE=MM.JJJJ [ausgabedatei]"
              move 8 to return-code
              stop run
       end-if

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       perform check-period-closed
       perform load-lohnhist
       if ws-hist-count = 0
              display "lstanm: keine Abrechnungssaetze fuer Periode "
                     ws-period-mm "." ws-period-yyyy
              move 4 to return-code
              stop run
       end-if
       perform check-negative
       perform save-lstanm
       perform write-anmeldung
       display "lstanm: Lohnsteuer-Anmeldung " ws-period-mm "." ws-period-yyyy
              " nach " function trim( ws-anmeldung-file ) " und "
              function trim( ws-lstanm-file )
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
                            display "lstanm: FEHLER - PERIODE=MM.JJJJ erwartet"
                            move 8 to return-code
                            stop run
                     end-if
              when other
                     move ws-arg-tok to ws-anmeldung-file
       end-evaluate
exit.

check-period-closed.
       open input perstat-file
       if ws-perstat-status = "00"
              perform until ws-perstat-end = 'Y'
                     read perstat-file
                     at end
                            move 'Y' to ws-perstat-end
                     not at end
                            if pst-year = ws-period-yyyy
                                   and pst-month = ws-period-mm
                                   if pst-status = "GESPERRT"
                                          move 'Y' to ws-period-locked
                                          move pst-date to ws-period-lockdate
                                   else
                                          move 'N' to ws-period-locked
                                   end-if
                            end-if
              end-perform
       end-if
       close perstat-file
       if ws-period-locked not = 'Y'
              display "lstanm: FEHLER - Periode " ws-period-mm "."
                     ws-period-yyyy " ist nicht abgeschlossen"
              display "lstanm: Anmeldung erst nach perstat CLOSE "
                     ws-period-mm "." ws-period-yyyy
              move 8 to return-code
              stop run
       end-if
exit.

load-lohnhist.
       open input lohnhist-file
       if ws-lohnhist-status not = "00"
              display "lstanm: FEHLER - kann " function trim( ws-lohnhist-file )
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
                            perform take-hist-record
                     end-if
       end-perform
       close lohnhist-file
exit.

take-hist-record.
       add 1 to ws-hist-count
       if lh-pauschst not numeric
              move spaces to lh-bundesland
              move spaces to lh-konfession
              move 0 to lh-pauschst
       end-if
       move lh-bundesland to ws-cur-land
       move lh-konfession to ws-cur-konf
       if ws-cur-konf = spaces and lh-kirche > 0
              display "lstanm: WARNUNG - Kirchensteuer ohne Konfession bei "
                     function trim( lh-emp-id ) " (empmast CHANGE KONF)"
              move 4 to return-code
       end-if
       perform find-land-entry
       perform find-kirch-entry
       if lh-type = 'S'
              subtract lh-lohnst   from lat-lohnst( ws-lat-found )
              subtract lh-solid    from lat-solid( ws-lat-found )
              subtract lh-kirche   from lat-kirche( ws-lat-found )
              subtract lh-pauschst from lat-pauschst( ws-lat-found )
              subtract lh-kirche   from kit-kirche( ws-kit-found )
       else
              add lh-lohnst   to lat-lohnst( ws-lat-found )
              add lh-solid    to lat-solid( ws-lat-found )
              add lh-kirche   to lat-kirche( ws-lat-found )
              add lh-pauschst to lat-pauschst( ws-lat-found )
              add lh-kirche   to kit-kirche( ws-kit-found )
              perform count-employee
       end-if
exit.

find-land-entry.
       move 0 to ws-lat-found
       perform varying ws-lat-idx from 1 by 1 until ws-lat-idx > ws-lat-count
              if lat-land( ws-lat-idx ) = ws-cur-land
                     move ws-lat-idx to ws-lat-found
              end-if
       end-perform
       if ws-lat-found = 0
              if ws-lat-count >= 20
                     display "lstanm: FEHLER - mehr als 20 Bundeslaender"
                     move 8 to return-code
                     stop run
              end-if
              add 1 to ws-lat-count
              move ws-lat-count to ws-lat-found
              move ws-cur-land to lat-land( ws-lat-found )
              move 0 to lat-anzahl( ws-lat-found )
              move 0 to lat-lohnst( ws-lat-found )
              move 0 to lat-solid( ws-lat-found )
              move 0 to lat-kirche( ws-lat-found )
              move 0 to lat-pauschst( ws-lat-found )
       end-if
exit.

find-kirch-entry.
       move 0 to ws-kit-found
       perform varying ws-kit-idx from 1 by 1 until ws-kit-idx > ws-kit-count
              if kit-land( ws-kit-idx ) = ws-cur-land
                     and kit-konf( ws-kit-idx ) = ws-cur-konf
                     move ws-kit-idx to ws-kit-found
              end-if
       end-perform
       if ws-kit-found = 0
              if ws-kit-count >= 100
                     display "lstanm: FEHLER - Kirchensteuertabelle ist voll"
                     move 8 to return-code
                     stop run
              end-if
              add 1 to ws-kit-count
              move ws-kit-count to ws-kit-found
              move ws-cur-land to kit-land( ws-kit-found )
              move ws-cur-konf to kit-konf( ws-kit-found )
              move 0 to kit-kirche( ws-kit-found )
       end-if
exit.

count-employee.
       move 0 to ws-ant-found
       perform varying ws-ant-idx from 1 by 1 until ws-ant-idx > ws-ant-count
              if ant-emp-id( ws-ant-idx ) = lh-emp-id
                     and ant-land( ws-ant-idx ) = ws-cur-land
                     move ws-ant-idx to ws-ant-found
              end-if
       end-perform
       if ws-ant-found = 0
              if ws-ant-count >= 500
                     display "lstanm: FEHLER - mehr als 500 Mitarbeiter"
                     move 8 to return-code
                     stop run
              end-if
              add 1 to ws-ant-count
              move lh-emp-id to ant-emp-id( ws-ant-count )
              move ws-cur-land to ant-land( ws-ant-count )
              add 1 to lat-anzahl( ws-lat-found )
              add 1 to ws-tot-anzahl
       end-if
exit.

check-negative.
       perform varying ws-lat-idx from 1 by 1 until ws-lat-idx > ws-lat-count
              if lat-lohnst( ws-lat-idx ) < 0 or lat-solid( ws-lat-idx ) < 0
                     or lat-kirche( ws-lat-idx ) < 0
                     or lat-pauschst( ws-lat-idx ) < 0
                     display "lstanm: FEHLER - negative Summe fuer Bundesland "
                            lat-land( ws-lat-idx ) " - Storno ohne Ursprungssatz"
                     move 8 to return-code
                     stop run
              end-if
              add lat-lohnst( ws-lat-idx )   to ws-tot-lohnst
              add lat-solid( ws-lat-idx )    to ws-tot-solid
              add lat-kirche( ws-lat-idx )   to ws-tot-kirche
              add lat-pauschst( ws-lat-idx ) to ws-tot-pauschst
       end-perform
exit.

save-lstanm.
       open input lstanm-file
       if ws-lstanm-status = "00"
              perform until ws-lstanm-end = 'Y'
                     read lstanm-file
                     at end
                            move 'Y' to ws-lstanm-end
                     not at end
                            if lsa-year = ws-period-yyyy
                                   and lsa-month = ws-period-mm
                                   exit perform cycle
                            end-if
                            if ws-kpt-count >= 2000
                                   display "lstanm: FEHLER - "
                                          function trim( ws-lstanm-file )
                                          " ist voll"
                                   move 8 to return-code
                                   stop run
                            end-if
                            add 1 to ws-kpt-count
                            move lstanm-record to kpt-record( ws-kpt-count )
              end-perform
       end-if
       close lstanm-file

       open output lstanm-file
       perform varying ws-kpt-idx from 1 by 1 until ws-kpt-idx > ws-kpt-count
              move kpt-record( ws-kpt-idx ) to lstanm-record
              write lstanm-record
       end-perform
       perform varying ws-lat-idx from 1 by 1 until ws-lat-idx > ws-lat-count
              move spaces to lstanm-record
              move 'L' to lsa-art
              move lat-land( ws-lat-idx )     to lsa-land
              move lat-anzahl( ws-lat-idx )   to lsa-anzahl
              move lat-lohnst( ws-lat-idx )   to lsa-lohnst
              move lat-solid( ws-lat-idx )    to lsa-solid
              move lat-kirche( ws-lat-idx )   to lsa-kirche
              move lat-pauschst( ws-lat-idx ) to lsa-pauschst
              perform write-lstanm-record
       end-perform
       perform varying ws-kit-idx from 1 by 1 until ws-kit-idx > ws-kit-count
              if kit-kirche( ws-kit-idx ) not = 0
                     move spaces to lstanm-record
                     move 'K' to lsa-art
                     move kit-land( ws-kit-idx )   to lsa-land
                     move kit-konf( ws-kit-idx )   to lsa-konf
                     move 0 to lsa-anzahl
                     move 0 to lsa-lohnst
                     move 0 to lsa-solid
                     move kit-kirche( ws-kit-idx ) to lsa-kirche
                     move 0 to lsa-pauschst
                     perform write-lstanm-record
              end-if
       end-perform
       move spaces to lstanm-record
       move 'S' to lsa-art
       move ws-tot-anzahl   to lsa-anzahl
       move ws-tot-lohnst   to lsa-lohnst
       move ws-tot-solid    to lsa-solid
       move ws-tot-kirche   to lsa-kirche
       move ws-tot-pauschst to lsa-pauschst
       perform write-lstanm-record
       close lstanm-file
exit.

write-lstanm-record.
       move ws-period-yyyy to lsa-year
       move ws-period-mm   to lsa-month
       move ws-today       to lsa-datum
       write lstanm-record
exit.

write-anmeldung.
       open output anmeldung-file
       move all "=" to anmeldung-record
       write anmeldung-record
       move spaces to anmeldung-record
       move "L O H N S T E U E R - A N M E L D U N G" to anmeldung-record
       write anmeldung-record
       move all "=" to anmeldung-record
       write anmeldung-record
       move spaces to anmeldung-record
       string "Anmeldungszeitraum: " ws-period-mm "." ws-period-yyyy
              delimited by size into anmeldung-record
       write anmeldung-record
       move spaces to anmeldung-record
       string "Periode gesperrt am: " ws-period-lockdate
              "    erstellt am: " ws-today
              delimited by size into anmeldung-record
       write anmeldung-record

       perform varying ws-lat-idx from 1 by 1 until ws-lat-idx > ws-lat-count
              perform write-land-block
       end-perform

       move spaces to anmeldung-record
       write anmeldung-record
       move all "-" to anmeldung-record
       write anmeldung-record
       move spaces to anmeldung-record
       move ws-tot-anzahl to ws-anzahl-disp
       string "GESAMT           Zahl der Arbeitnehmer: " ws-anzahl-disp
              delimited by size into anmeldung-record
       write anmeldung-record
       move "Lohnsteuer" to ws-line-buf
       move ws-tot-lohnst to ws-betrag
       perform write-betrag-line
       move "Solidaritaetszuschlag" to ws-line-buf
       move ws-tot-solid to ws-betrag
       perform write-betrag-line
       move "Kirchensteuer" to ws-line-buf
       move ws-tot-kirche to ws-betrag
       perform write-betrag-line
       move "Pauschale Lohnsteuer Minijob" to ws-line-buf
       move ws-tot-pauschst to ws-betrag
       perform write-betrag-line
       compute ws-summe = ws-tot-lohnst + ws-tot-solid + ws-tot-kirche
              + ws-tot-pauschst
       move "Summe der Anmeldung" to ws-line-buf
       move ws-summe to ws-betrag
       perform write-betrag-line
       move all "=" to anmeldung-record
       write anmeldung-record
       close anmeldung-file
exit.

write-land-block.
       move spaces to anmeldung-record
       write anmeldung-record
       move lat-land( ws-lat-idx ) to ws-land-text
       if ws-land-text = spaces
              move "??" to ws-land-text
       end-if
       move lat-anzahl( ws-lat-idx ) to ws-anzahl-disp
       move spaces to anmeldung-record
       string "Bundesland: " ws-land-text
              "   Zahl der Arbeitnehmer: " ws-anzahl-disp
              delimited by size into anmeldung-record
       write anmeldung-record
       move "Lohnsteuer" to ws-line-buf
       move lat-lohnst( ws-lat-idx ) to ws-betrag
       perform write-betrag-line
       move "Solidaritaetszuschlag" to ws-line-buf
       move lat-solid( ws-lat-idx ) to ws-betrag
       perform write-betrag-line
       perform varying ws-kit-idx from 1 by 1 until ws-kit-idx > ws-kit-count
              if kit-land( ws-kit-idx ) = lat-land( ws-lat-idx )
                     and kit-kirche( ws-kit-idx ) not = 0
                     perform set-konf-text
                     move spaces to ws-line-buf
                     string "Kirchensteuer " ws-konf-text
                            delimited by size into ws-line-buf
                     move kit-kirche( ws-kit-idx ) to ws-betrag
                     perform write-betrag-line
              end-if
       end-perform
       if lat-pauschst( ws-lat-idx ) not = 0
              move "Pauschale Lohnsteuer Minijob" to ws-line-buf
              move lat-pauschst( ws-lat-idx ) to ws-betrag
              perform write-betrag-line
       end-if
       compute ws-summe = lat-lohnst( ws-lat-idx ) + lat-solid( ws-lat-idx )
              + lat-kirche( ws-lat-idx ) + lat-pauschst( ws-lat-idx )
       move "Summe Bundesland" to ws-line-buf
       move ws-summe to ws-betrag
       perform write-betrag-line
exit.

set-konf-text.
       evaluate kit-konf( ws-kit-idx )
              when "EV"
                     move "evangelisch" to ws-konf-text
              when "RK"
                     move "roemisch-katholisch" to ws-konf-text
              when "AK"
                     move "altkatholisch" to ws-konf-text
              when "IS"
                     move "israelitisch" to ws-konf-text
              when "JD"
                     move "juedisch" to ws-konf-text
              when other
                     move "ohne Konfession" to ws-konf-text
       end-evaluate
exit.

write-betrag-line.
       move ws-betrag to ws-betrag-disp
       move spaces to anmeldung-record
       string "  " ws-line-buf " " ws-betrag-disp
              delimited by size into anmeldung-record
       write anmeldung-record
exit.

set-umgebung.
       call "UMGEBUNG-DATEI" using ws-lohnhist-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-perstat-file
              on exception continue
       end-call
       call "UMGEBUNG-SCHUTZ" using ws-lstanm-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-lstanm-file to ws-env-denied
       end-if
       call "UMGEBUNG-DATEI" using ws-anmeldung-file
              on exception continue
       end-call
       if ws-env-all-ok = 'N'
              call "UMGEBUNG-NAME" using ws-env-name ws-env-art
                     on exception continue
              end-call
              display "lstanm: FEHLER - Testumgebung " function trim( ws-env-name )
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
              display "lstanm: FEHLER - Mandant " function trim( ws-mandant )
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
       move ws-perstat-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-perstat-file
       move ws-lstanm-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-lstanm-file
       move ws-anmeldung-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-anmeldung-file
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
