       select abgleich-file assign to ws-abgleich-file
       organization is line sequential.

       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

data division.
file section.
fd journal-file.
01 journal-record            pic x(250).

fd payslip-file.
01 payslip-record            pic x(250).

fd lohnhist-file.
01 lohnhist-record.
fd abgleich-file.
01 abgleich-record           pic x(132).

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
01 ws-tok-1             pic     x(200).

01 ws-parse-brutto      pic     9(6)v99.
01 ws-parse-netto       pic     9(6)v99.
01 ws-part-1            pic     x(250).
01 ws-part-2            pic     x(250).

01 ws-jrn-tot-brutto    pic     s9(8)v99 value 0.
01 ws-jrn-tot-netto     pic     s9(8)v99 value 0.
01 ws-disp-3            pic     zz,zzz,zz9.99.
01 ws-flag              pic     x(12).

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
01 ws-ktl-prog          pic     x(12)    value "LOHNABGL".
01 ws-ktl-file          pic     x(200).
01 ws-ktl-days          pic     9(3)     value 0.
01 ws-ktl-result        pic     x(8)     value spaces.
01 ws-ktl-stamp         pic     x(14)    value spaces.
01 ws-ktl-amount        pic     s9(13)v99 value 0.
01 ws-ktl-jrn-stamp      pic     x(14)    value spaces.


procedure division.

              move ws-tok-3 to ws-lohnhist-file
       end-if

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       move ws-journal-file to ws-ktl-file
       move 0 to ws-ktl-days
       perform pruefe-kontrolle
       move ws-ktl-stamp to ws-ktl-jrn-stamp
       move ws-payslip-file to ws-ktl-file
       move 0 to ws-ktl-days
       perform pruefe-kontrolle
       if ws-ktl-jrn-stamp not = spaces and ws-ktl-stamp not = spaces
              and ws-ktl-jrn-stamp not = ws-ktl-stamp
              display "lohnabgl: FEHLER - Lohnjournal (Lauf " ws-ktl-jrn-stamp
                     ") und Abrechnungen (Lauf " ws-ktl-stamp
                     ") stammen aus verschiedenen Laeufen"
              move 12 to return-code
              stop run
       end-if
       perform read-journal
       perform read-payslips
       perform read-lohnhist
              delimited by size into abgleich-record
       write abgleich-record
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
                     display "lohnabgl: WARNUNG - kein Kontrollsatz zu "
                            function trim( ws-ktl-file ) " - Datei ungeprueft"
              when "KURZ"
                     display "lohnabgl: FEHLER - " function trim( ws-ktl-file )
                            " ist unvollstaendig (weniger Saetze als im Kontrollsatz)"
                     move 12 to return-code
                     stop run
              when "ALT"
                     display "lohnabgl: FEHLER - Kontrollsatz zu "
                            function trim( ws-ktl-file ) " ist aelter als "
                            ws-ktl-days " Tage"
                     move 12 to return-code
                     stop run
              when other
                     display "lohnabgl: FEHLER - " function trim( ws-ktl-file )
                            " passt nicht zum Kontrollsatz (anderer Lauf oder geaendert)"
                     move 12 to return-code
                     stop run
       end-evaluate
exit.

set-umgebung.
       call "UMGEBUNG-DATEI" using ws-journal-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-payslip-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-lohnhist-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-abgleich-file
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
              display "lohnabgl: ERROR - Mandant " function trim( ws-mandant )
                     " fehlt in " function trim( ws-mandant-file )
              move 8 to return-code
              stop run
       end-if
       if ws-mand-verz = spaces
              string function trim( ws-mandant ) "/" delimited by size
                     into ws-mand-verz
       end-if
       move ws-journal-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-journal-file
       move ws-payslip-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-payslip-file
       move ws-lohnhist-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-lohnhist-file
       move ws-abgleich-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-abgleich-file
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
