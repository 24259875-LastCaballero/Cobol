       organization is line sequential
       file status is ws-abgleich-status.

       select optional bankabg-file assign to ws-bankabg-file
       organization is line sequential
       file status is ws-bankabg-status.

       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

data division.
file section.
fd status-file.
fd abgleich-file.
01 abgleich-record           pic x(132).

fd bankabg-file.
01 bankabg-record.
       05 bab-year          pic 9(4).
       05 bab-month         pic 9(2).
       05 bab-status        pic x(8).
       05 bab-date          pic 9(8).
       05 bab-sepa-anzahl   pic 9(6).
       05 bab-sepa-summe    pic 9(11)v99.
       05 bab-buchungen     pic 9(3).
       05 bab-bank-summe    pic 9(11)v99.
       05 bab-user          pic x(20).

fd mandant-file.
01 mandant-record.
       05 md-code           pic x(4).
       05 md-name           pic x(30).
       05 md-betriebsnr     pic x(8).
       05 md-verzeichnis    pic x(40).
       05 md-iban           pic x(22).
       05 md-bic            pic x(11).

working-storage section.
01 ws-args              pic     x(250).
01 ws-function          pic     x(10).
01 ws-abgleich-status   pic     xx       value spaces.
01 ws-abgleich-end      pic     x        value 'N'.
01 ws-abgleich-ok       pic     x        value 'N'.
01 ws-bankabg-file      pic     x(200)   value "BANKABG.DAT".
01 ws-bankabg-status    pic     xx       value spaces.
01 ws-bankabg-end       pic     x        value 'N'.
01 ws-bank-status       pic     x(8)     value spaces.

01 period-table.
       05 per-entry occurs 200 times.
01 ws-per-found         pic     9(3)     value 0.
01 ws-today             pic     9(8).

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
01 ws-ktl-prog          pic     x(12)    value "PERSTAT".
01 ws-ktl-file          pic     x(200).
01 ws-ktl-days          pic     9(3)     value 0.
01 ws-ktl-result        pic     x(8)     value spaces.
01 ws-ktl-stamp         pic     x(14)    value spaces.
01 ws-ktl-amount        pic     s9(13)v99 value 0.


procedure division.

       move function upper-case( ws-function ) to ws-function
       accept ws-today from date yyyymmdd

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       perform load-status

       evaluate ws-function
       end-if
exit.

check-bankabgleich.
       move ws-bankabg-file to ws-ktl-file
       move 0 to ws-ktl-days
       perform pruefe-kontrolle
       open input bankabg-file
       if ws-bankabg-status = "00"
              perform until ws-bankabg-end = 'Y'
                     read bankabg-file
                     at end
                            move 'Y' to ws-bankabg-end
                     not at end
                            if bab-year = ws-period-yyyy
                                   and bab-month = ws-period-mm
                                   move bab-status to ws-bank-status
                            end-if
              end-perform
       end-if
       close bankabg-file
       if ws-bank-status = spaces
              display "perstat: FEHLER - kein Bankabgleich fuer " ws-period-mm
                     "." ws-period-yyyy " in " function trim( ws-bankabg-file )
                     " - Periode nicht abgeschlossen"
              move 8 to return-code
              stop run
       end-if
       if ws-bank-status not = "OK"
              display "perstat: FEHLER - Bankabgleich " ws-period-mm
                     "." ws-period-yyyy " meldet " function trim( ws-bank-status )
                     " - Periode bleibt offen"
              move 8 to return-code
              stop run
       end-if
exit.

close-period.
       perform check-abgleich
       perform check-bankabgleich
       perform find-period
       if prt-status( ws-per-found ) = "GESPERRT"
              display "perstat: Periode " ws-period-mm "." ws-period-yyyy
       end-perform
       display "perstat: " ws-per-count " Periode(n)"
exit.

pruefe-kontrolle.
       call "KONTROLL-PRUEFEN" using ws-ktl-file ws-ktl-prog ws-ktl-days
              ws-ktl-result ws-ktl-stamp ws-ktl-amount
              on exception
                     move "OHNE" to ws-ktl-result
       end-call
       evaluate ws-ktl-result
              when "OK"
                     continue
              when "OHNE"
                     display "perstat: WARNUNG - kein Kontrollsatz zu "
                            function trim( ws-ktl-file ) " - Datei ungeprueft"
              when "KURZ"
                     display "perstat: FEHLER - " function trim( ws-ktl-file )
                            " ist unvollstaendig (weniger Saetze als im Kontrollsatz)"
                     move 12 to return-code
                     stop run
              when "ALT"
                     display "perstat: FEHLER - Kontrollsatz zu "
                            function trim( ws-ktl-file ) " ist aelter als "
                            ws-ktl-days " Tage"
                     move 12 to return-code
                     stop run
              when other
                     display "perstat: FEHLER - " function trim( ws-ktl-file )
                            " passt nicht zum Kontrollsatz (anderer Lauf oder geaendert)"
                     move 12 to return-code
                     stop run
       end-evaluate
exit.

set-umgebung.
       call "UMGEBUNG-DATEI" using ws-tok-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-abgleich-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-bankabg-file
              on exception continue
       end-call
       call "UMGEBUNG-SCHUTZ" using ws-status-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-status-file to ws-env-denied
       end-if
       if ws-env-all-ok = 'N'
              and ( ws-function = "CLOSE" or ws-function = "REOPEN" )
              call "UMGEBUNG-NAME" using ws-env-name ws-env-art
                     on exception continue
              end-call
              display "perstat: FEHLER - Testumgebung " function trim( ws-env-name )
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
              display "perstat: FEHLER - Mandant " function trim( ws-mandant )
                     " fehlt in " function trim( ws-mandant-file )
              move 8 to return-code
              stop run
       end-if
       if ws-mand-verz = spaces
              string function trim( ws-mandant ) "/" delimited by size
                     into ws-mand-verz
       end-if
       move ws-status-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-status-file
       move ws-abgleich-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-abgleich-file
       move ws-bankabg-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-bankabg-file
       move ws-tok-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-tok-file
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
