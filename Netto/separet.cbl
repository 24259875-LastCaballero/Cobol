       select report-file assign to ws-report-file
       organization is line sequential.

       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

data division.
file section.
fd return-file.
       05 sep-d-iban         pic x(22).
       05 sep-d-bic          pic x(11).
       05 sep-d-betrag       pic 9(9)v99.
       05 sep-d-art          pic x.
       05 filler             pic x(14).

fd master-file.
01 master-record.
       05 mst-stundenlohn   pic 9(4)v99.
       05 mst-beschart      pic x.
       05 mst-iban-sperre   pic x.
       05 mst-konfession    pic x(2).
       05 mst-zustellung    pic x.

fd report-file.
01 report-record             pic x(120).

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
01 ws-tok-return        pic     x(200).
              10 spt-name          pic x(30).
              10 spt-iban          pic x(22).
              10 spt-betrag        pic 9(9)v99.
              10 spt-art           pic x.
01 ws-sep-count         pic     9(3)     value 0.
01 ws-sep-idx           pic     9(3).
01 ws-sep-found         pic     9(3).
01 ws-betrag-disp       pic     zz,zzz,zz9.99.
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
01 ws-ktl-prog          pic     x(12)    value "SEPARET".
01 ws-ktl-file          pic     x(200).
01 ws-ktl-days          pic     9(3)     value 0.
01 ws-ktl-result        pic     x(8)     value spaces.
01 ws-ktl-stamp         pic     x(14)    value spaces.
01 ws-ktl-amount        pic     s9(13)v99 value 0.
01 ws-env-name          pic     x(8)     value spaces.
01 ws-env-art           pic     x        value 'P'.
01 ws-env-ok            pic     x        value 'J'.
01 ws-env-all-ok        pic     x        value 'J'.
01 ws-env-denied        pic     x(200)   value spaces.
01 ws-alert-sev         pic     x(8).
01 ws-alert-code        pic     x(8).
01 ws-alert-text        pic     x(120).
01 ws-alert-rc          pic     s9(9)    usage comp.


procedure division.

       end-if
       accept ws-today from date yyyymmdd

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       move ws-sepa-file to ws-ktl-file
       move 0 to ws-ktl-days
       perform pruefe-kontrolle
       perform load-sepa-details
       perform load-master
       open output report-file
                            move sep-d-name   to spt-name( ws-sep-count )
                            move sep-d-iban   to spt-iban( ws-sep-count )
                            move sep-d-betrag to spt-betrag( ws-sep-count )
                            move sep-d-art    to spt-art( ws-sep-count )
                     end-if
       end-perform
       close sepa-file
              write report-record
              display "separet: WARNUNG - Ruecklaeufer ohne Zahlungssatz: "
                     function trim( rf-iban )
              move "RUECKL" to ws-alert-code
              move spaces to ws-alert-text
              string "Ruecklaeufer ohne Zahlungssatz: " function trim( rf-iban )
                     " Grund " function trim( rf-grund )
                     delimited by size into ws-alert-text
              perform raise-separet-alert
              exit paragraph
       end-if
       add 1 to ws-match-count
              function trim( spt-emp-id( ws-sep-found ) )
              " (" function trim( spt-name( ws-sep-found ) )
              ") Grund " function trim( rf-grund )
       if spt-art( ws-sep-found ) not = space
              display "separet: Ruecklaeufer betrifft Zahlung an Dritte"
                     " (Pfaendung/Abzug) - Mitarbeiter-IBAN bleibt frei"
              move "RUECKL" to ws-alert-code
              move spaces to ws-alert-text
              string "Ruecklaeufer Zahlung an Dritte fuer "
                     function trim( spt-emp-id( ws-sep-found ) )
                     " Grund " function trim( rf-grund )
                     delimited by size into ws-alert-text
              perform raise-separet-alert
              exit paragraph
       end-if
       perform flag-master
exit.

              display "separet: WARNUNG - "
                     function trim( spt-emp-id( ws-sep-found ) )
                     " fehlt in der Stammdatei - keine Sperre gesetzt"
              move "RUECKL" to ws-alert-code
              move spaces to ws-alert-text
              string "Ruecklaeufer fuer " function trim( spt-emp-id( ws-sep-found ) )
                     " - fehlt in der Stammdatei, keine Sperre gesetzt"
                     delimited by size into ws-alert-text
              perform raise-separet-alert
              exit paragraph
       end-if
       if mtb-iban-sperre( ws-mst-found ) not = 'J'
              move 'J' to mtb-iban-sperre( ws-mst-found )
              add 1 to ws-flag-count
              move "IBANSPER" to ws-alert-code
              move spaces to ws-alert-text
              string function trim( spt-emp-id( ws-sep-found ) )
                     " IBAN gesperrt nach Ruecklaeufer - Grund "
                     function trim( rf-grund )
                     delimited by size into ws-alert-text
              perform raise-separet-alert
       end-if
exit.

raise-separet-alert.
       move "WARNING" to ws-alert-sev
       move return-code to ws-alert-rc
       call "ALERT-RAISE" using ws-alert-sev ws-ktl-prog ws-alert-code
              ws-alert-text
              on exception continue
       end-call
       move ws-alert-rc to return-code
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
                     display "separet: WARNUNG - kein Kontrollsatz zu "
                            function trim( ws-ktl-file ) " - Datei ungeprueft"
              when "KURZ"
                     display "separet: FEHLER - " function trim( ws-ktl-file )
                            " ist unvollstaendig (weniger Saetze als im Kontrollsatz)"
                     move 12 to return-code
                     stop run
              when "ALT"
                     display "separet: FEHLER - Kontrollsatz zu "
                            function trim( ws-ktl-file ) " ist aelter als "
                            ws-ktl-days " Tage"
                     move 12 to return-code
                     stop run
              when other
                     display "separet: FEHLER - " function trim( ws-ktl-file )
                            " passt nicht zum Kontrollsatz (anderer Lauf oder geaendert)"
                     move 12 to return-code
                     stop run
       end-evaluate
exit.

set-umgebung.
       call "UMGEBUNG-DATEI" using ws-return-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-sepa-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-report-file
              on exception continue
       end-call
       call "UMGEBUNG-SCHUTZ" using ws-master-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-master-file to ws-env-denied
       end-if
       if ws-env-all-ok = 'N'
              call "UMGEBUNG-NAME" using ws-env-name ws-env-art
                     on exception continue
              end-call
              display "separet: FEHLER - Testumgebung " function trim( ws-env-name )
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
              display "separet: FEHLER - Mandant " function trim( ws-mandant )
                     " fehlt in " function trim( ws-mandant-file )
              move 8 to return-code
              stop run
       end-if
       if ws-mand-verz = spaces
              string function trim( ws-mandant ) "/" delimited by size
                     into ws-mand-verz
       end-if
       move ws-return-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-return-file
       move ws-sepa-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-sepa-file
       move ws-master-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-master-file
       move ws-report-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-report-file
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
