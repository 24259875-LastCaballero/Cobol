identification division.
program-id.	bankabg.


environment division.
input-output section.
file-control.
       select optional auszug-file assign to ws-auszug-file
       organization is line sequential
       file status is ws-auszug-status.

       select optional sepa-file assign to ws-sepa-file
       organization is line sequential
       file status is ws-sepa-status.

       select optional bankabg-file assign to ws-bankabg-file
       organization is line sequential
       file status is ws-bankabg-status.

       select report-file assign to ws-report-file
       organization is line sequential.

       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

data division.
file section.
fd auszug-file.
01 auszug-record.
       05 ka-buchdatum      pic 9(8).
       05 ka-valuta         pic 9(8).
       05 ka-kz             pic x(4).
       05 ka-betrag         pic 9(11)v99.
       05 ka-anzahl         pic 9(6).
       05 ka-referenz       pic x(35).
       05 ka-text           pic x(60).

fd sepa-file.
01 sepa-record               pic x(100).
01 sepa-header-record redefines sepa-record.
       05 sep-h-type         pic x.
       05 sep-h-date         pic 9(8).
       05 sep-h-kennung      pic x(4).
       05 sep-h-jahr         pic 9(4).
       05 sep-h-monat        pic 9(2).
       05 filler             pic x(81).
01 sepa-trailer-record redefines sepa-record.
       05 sep-t-type         pic x.
       05 sep-t-anzahl       pic 9(6).
       05 sep-t-summe        pic 9(11)v99.
       05 filler             pic x(80).

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

fd report-file.
01 report-record             pic x(132).

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
01 ws-tok-auszug        pic     x(200).
01 ws-tok-sepa          pic     x(200).
01 ws-tok-report        pic     x(200).

01 ws-auszug-file       pic     x(200)   value spaces.
01 ws-auszug-status     pic     xx       value spaces.
01 ws-auszug-end        pic     x        value 'N'.
01 ws-sepa-file         pic     x(200)   value "SEPA.TXT".
01 ws-sepa-status       pic     xx       value spaces.
01 ws-sepa-end          pic     x        value 'N'.
01 ws-bankabg-file      pic     x(200)   value "BANKABG.DAT".
01 ws-bankabg-status    pic     xx       value spaces.
01 ws-bankabg-end       pic     x        value 'N'.
01 ws-report-file       pic     x(200)   value "BANKABG.TXT".

01 ws-sepa-header       pic     x        value 'N'.
01 ws-sepa-trailer      pic     x        value 'N'.
01 ws-sepa-jahr         pic     9(4)     value 0.
01 ws-sepa-monat        pic     9(2)     value 0.
01 ws-sepa-anzahl       pic     9(6)     value 0.
01 ws-sepa-summe        pic     9(11)v99 value 0.
01 ws-referenz          pic     x(35).

01 ws-hit-count         pic     9(3)     value 0.
01 ws-hit-voll          pic     9(3)     value 0.
01 ws-hit-summe         pic     9(11)v99 value 0.
01 ws-hit-anzahl        pic     9(6)     value 0.
01 ws-storno-summe      pic     9(11)v99 value 0.
01 ws-abg-status        pic     x(8)     value spaces.
01 ws-abg-text          pic     x(60)    value spaces.
01 ws-user              pic     x(20)    value spaces.
01 ws-env-name          pic     x(8)     value spaces.
01 ws-env-art           pic     x        value 'P'.
01 ws-env-ok            pic     x        value 'J'.
01 ws-env-all-ok        pic     x        value 'J'.
01 ws-env-denied        pic     x(200)   value spaces.
01 ws-alert-sev         pic     x(8).
01 ws-alert-code        pic     x(8).
01 ws-alert-text        pic     x(120).

01 bankabg-table.
       05 bat-entry occurs 300 times.
              10 bat-record        pic x(77).
              10 bat-record-r redefines bat-record.
                     15 bat-year          pic 9(4).
                     15 bat-month         pic 9(2).
                     15 bat-rest          pic x(71).
01 ws-bat-count         pic     9(3)     value 0.
01 ws-bat-idx           pic     9(3).
01 ws-bat-found         pic     9(3).

01 ws-betrag-disp       pic     zz,zzz,zzz,zz9.99.
01 ws-anzahl-disp       pic     zzzzz9.
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
01 ws-ktl-prog          pic     x(12)    value "BANKABG".
01 ws-ktl-file          pic     x(200).
01 ws-ktl-days          pic     9(3)     value 0.
01 ws-ktl-result        pic     x(8)     value spaces.
01 ws-ktl-stamp         pic     x(14)    value spaces.
01 ws-ktl-amount        pic     s9(13)v99 value 0.


procedure division.

process-args.
       accept ws-args from command-line
       unstring ws-args delimited by space into
              ws-tok-auszug ws-tok-sepa ws-tok-report
       if ws-tok-auszug = spaces
              display "bankabg: usage - bankabg kontoauszug"
                     " [sepadatei] [berichtsdatei]"
              move 8 to return-code
              stop run
       end-if
       move ws-tok-auszug to ws-auszug-file
       if ws-tok-sepa not = spaces
              move ws-tok-sepa to ws-sepa-file
       end-if
       if ws-tok-report not = spaces
              move ws-tok-report to ws-report-file
       end-if
       accept ws-today from date yyyymmdd
       accept ws-user from environment "SEQUENZ_CALLER"
       if ws-user = spaces
              accept ws-user from environment "USER"
       end-if

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       move ws-sepa-file to ws-ktl-file
       move 45 to ws-ktl-days
       perform pruefe-kontrolle
       perform load-sepa-run
       move spaces to ws-referenz
       string "LOHN-" ws-sepa-jahr "-" ws-sepa-monat
              delimited by size into ws-referenz

       open output report-file
       move spaces to report-record
       string "BANKABGLEICH LOHNLAUF  Periode: " ws-sepa-monat "." ws-sepa-jahr
              "   Referenz: " function trim( ws-referenz )
              "   Datum: " ws-today
              delimited by size into report-record
       write report-record
       move ws-sepa-anzahl to ws-anzahl-disp
       move ws-sepa-summe to ws-betrag-disp
       move spaces to report-record
       string "SEPA-LAUF: " ws-anzahl-disp " Zahlungen  Summe "
              ws-betrag-disp
              delimited by size into report-record
       write report-record
       move spaces to report-record
       write report-record
       move spaces to report-record
       string "BUCHUNG   VALUTA    KZ              BETRAG  ANZAHL  REFERENZ"
              delimited by size into report-record
       write report-record
       perform match-statement
       perform classify-result
       move spaces to report-record
       write report-record
       move ws-hit-count to ws-anzahl-disp
       move ws-hit-summe to ws-betrag-disp
       move spaces to report-record
       string "BANK:      " ws-anzahl-disp " Buchung(en) Summe "
              ws-betrag-disp
              delimited by size into report-record
       write report-record
       if ws-storno-summe > 0
              move ws-storno-summe to ws-betrag-disp
              move spaces to report-record
              string "           Gutschriften/Storno zur Referenz "
                     ws-betrag-disp
                     delimited by size into report-record
              write report-record
       end-if
       move spaces to report-record
       string "ERGEBNIS: " ws-abg-status " - " ws-abg-text
              delimited by size into report-record
       write report-record
       close report-file

       perform load-bankabg
       perform save-bankabg
       display "bankabg: Periode " ws-sepa-monat "." ws-sepa-jahr
              " - " function trim( ws-abg-status ) " - "
              function trim( ws-abg-text )
       if ws-abg-status not = "OK"
              move "ERROR" to ws-alert-sev
              move ws-abg-status to ws-alert-code
              move spaces to ws-alert-text
              string "Periode " ws-sepa-monat "." ws-sepa-jahr " "
                     function trim( ws-abg-status ) " - "
                     function trim( ws-abg-text )
                     delimited by size into ws-alert-text
              call "ALERT-RAISE" using ws-alert-sev ws-ktl-prog ws-alert-code
                     ws-alert-text
                     on exception continue
              end-call
              move 8 to return-code
       end-if
       stop run.

load-sepa-run.
       open input sepa-file
       if ws-sepa-status not = "00"
              display "bankabg: FEHLER - kann " function trim( ws-sepa-file )
                     " nicht oeffnen"
              move 8 to return-code
              stop run
       end-if
       perform until ws-sepa-end = 'Y'
              read sepa-file
              at end
                     move 'Y' to ws-sepa-end
              not at end
                     evaluate sep-h-type
                            when 'H'
                                   move 'Y' to ws-sepa-header
                                   move sep-h-jahr to ws-sepa-jahr
                                   move sep-h-monat to ws-sepa-monat
                            when 'T'
                                   move 'Y' to ws-sepa-trailer
                                   move sep-t-anzahl to ws-sepa-anzahl
                                   move sep-t-summe to ws-sepa-summe
                     end-evaluate
       end-perform
       close sepa-file
       if ws-sepa-header = 'N' or ws-sepa-trailer = 'N'
              display "bankabg: FEHLER - " function trim( ws-sepa-file )
                     " ohne Kopf- oder Summensatz - Lohnlauf unvollstaendig"
              move 8 to return-code
              stop run
       end-if
exit.

match-statement.
       open input auszug-file
       if ws-auszug-status not = "00"
              display "bankabg: FEHLER - kann " function trim( ws-auszug-file )
                     " nicht oeffnen"
              move 8 to return-code
              stop run
       end-if
       perform until ws-auszug-end = 'Y'
              read auszug-file
              at end
                     move 'Y' to ws-auszug-end
              not at end
                     if ka-referenz = ws-referenz
                            perform take-booking
                     end-if
       end-perform
       close auszug-file
exit.

take-booking.
       if ka-betrag not numeric
              move 0 to ka-betrag
       end-if
       if ka-anzahl not numeric
              move 0 to ka-anzahl
       end-if
       move ka-betrag to ws-betrag-disp
       move ka-anzahl to ws-anzahl-disp
       move spaces to report-record
       string ka-buchdatum "  " ka-valuta "  " ka-kz
              " " ws-betrag-disp "  " ws-anzahl-disp
              "  " function trim( ka-referenz )
              "  " function trim( ka-text )
              delimited by size into report-record
       write report-record
       if ka-kz = "CRDT"
              add ka-betrag to ws-storno-summe
              exit paragraph
       end-if
       add 1 to ws-hit-count
       add ka-betrag to ws-hit-summe
       add ka-anzahl to ws-hit-anzahl
       if ka-betrag = ws-sepa-summe
              add 1 to ws-hit-voll
       end-if
exit.

classify-result.
       if ws-storno-summe > 0
              if ws-storno-summe >= ws-hit-summe
                     move 0 to ws-hit-summe
              else
                     subtract ws-storno-summe from ws-hit-summe
              end-if
       end-if
       evaluate true
              when ws-hit-count = 0
                     move "FEHLT" to ws-abg-status
                     move "keine Belastung zur Referenz im Kontoauszug"
                            to ws-abg-text
              when ws-hit-voll > 1
                     move "DOPPELT" to ws-abg-status
                     move "Sammelbelastung mehrfach gebucht"
                            to ws-abg-text
              when ws-hit-summe = ws-sepa-summe
                     and ( ws-hit-anzahl = 0
                     or ws-hit-anzahl = ws-sepa-anzahl )
                     move "OK" to ws-abg-status
                     move "Sammelbelastung stimmt mit dem SEPA-Lauf ueberein"
                            to ws-abg-text
              when ws-hit-summe < ws-sepa-summe
                     move "TEILWEIS" to ws-abg-status
                     move "nur teilweise ausgefuehrt - Betrag zu niedrig"
                            to ws-abg-text
              when ws-hit-summe > ws-sepa-summe
                     move "ABWEICH" to ws-abg-status
                     move "Belastung hoeher als der SEPA-Lauf"
                            to ws-abg-text
              when other
                     move "TEILWEIS" to ws-abg-status
                     move "Betrag stimmt, Anzahl der Zahlungen weicht ab"
                            to ws-abg-text
       end-evaluate
exit.

load-bankabg.
       open input bankabg-file
       if ws-bankabg-status = "00"
              perform until ws-bankabg-end = 'Y'
                     read bankabg-file
                     at end
                            move 'Y' to ws-bankabg-end
                     not at end
                            if ws-bat-count < 300
                                   add 1 to ws-bat-count
                                   move bankabg-record
                                          to bat-record( ws-bat-count )
                            end-if
              end-perform
       end-if
       close bankabg-file
exit.

save-bankabg.
       move 0 to ws-bat-found
       perform varying ws-bat-idx from 1 by 1 until ws-bat-idx > ws-bat-count
              if bat-year( ws-bat-idx ) = ws-sepa-jahr
                     and bat-month( ws-bat-idx ) = ws-sepa-monat
                     move ws-bat-idx to ws-bat-found
              end-if
       end-perform
       if ws-bat-found = 0
              if ws-bat-count >= 300
                     display "bankabg: FEHLER - " function trim( ws-bankabg-file )
                            " ist voll"
                     move 8 to return-code
                     stop run
              end-if
              add 1 to ws-bat-count
              move ws-bat-count to ws-bat-found
       end-if
       move ws-sepa-jahr to bab-year
       move ws-sepa-monat to bab-month
       move ws-abg-status to bab-status
       move ws-today to bab-date
       move ws-sepa-anzahl to bab-sepa-anzahl
       move ws-sepa-summe to bab-sepa-summe
       move ws-hit-count to bab-buchungen
       move ws-hit-summe to bab-bank-summe
       move ws-user to bab-user
       move bankabg-record to bat-record( ws-bat-found )
       open output bankabg-file
       perform varying ws-bat-idx from 1 by 1 until ws-bat-idx > ws-bat-count
              move bat-record( ws-bat-idx ) to bankabg-record
              write bankabg-record
       end-perform
       close bankabg-file
       call "KONTROLL-SCHREIBEN" using ws-bankabg-file ws-ktl-prog ws-ktl-amount
              on exception continue
       end-call
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
                     display "bankabg: WARNUNG - kein Kontrollsatz zu "
                            function trim( ws-ktl-file ) " - Datei ungeprueft"
              when "KURZ"
                     display "bankabg: FEHLER - " function trim( ws-ktl-file )
                            " ist unvollstaendig (weniger Saetze als im Kontrollsatz)"
                     move 12 to return-code
                     stop run
              when "ALT"
                     display "bankabg: FEHLER - Kontrollsatz zu "
                            function trim( ws-ktl-file ) " ist aelter als "
                            ws-ktl-days " Tage"
                     move 12 to return-code
                     stop run
              when other
                     display "bankabg: FEHLER - " function trim( ws-ktl-file )
                            " passt nicht zum Kontrollsatz (anderer Lauf oder geaendert)"
                     move 12 to return-code
                     stop run
       end-evaluate
exit.

set-umgebung.
       call "UMGEBUNG-DATEI" using ws-auszug-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-sepa-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-report-file
              on exception continue
       end-call
       call "UMGEBUNG-SCHUTZ" using ws-bankabg-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-bankabg-file to ws-env-denied
       end-if
       if ws-env-all-ok = 'N'
              call "UMGEBUNG-NAME" using ws-env-name ws-env-art
                     on exception continue
              end-call
              display "bankabg: FEHLER - Testumgebung " function trim( ws-env-name )
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
              display "bankabg: FEHLER - Mandant " function trim( ws-mandant )
                     " fehlt in " function trim( ws-mandant-file )
              move 8 to return-code
              stop run
       end-if
       if ws-mand-verz = spaces
              string function trim( ws-mandant ) "/" delimited by size
                     into ws-mand-verz
       end-if
       move ws-auszug-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-auszug-file
       move ws-sepa-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-sepa-file
       move ws-bankabg-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-bankabg-file
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
