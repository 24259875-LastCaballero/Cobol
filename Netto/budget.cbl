identification division.
program-id.	budget.


environment division.
input-output section.
file-control.
       select optional budget-file assign to ws-budget-file
       organization is line sequential
       file status is ws-budget-status.

       select optional kstist-file assign to ws-kstist-file
       organization is line sequential
       file status is ws-kstist-status.

       select report-file assign to ws-report-file
       organization is line sequential.

       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

data division.
file section.
fd budget-file.
01 budget-record.
       05 bu-year            pic 9(4).
       05 bu-month           pic 9(2).
       05 bu-stelle          pic x(8).
       05 bu-betrag          pic 9(9)v99.

fd kstist-file.
01 kstist-record.
       05 ki-year            pic 9(4).
       05 ki-month           pic 9(2).
       05 ki-stelle          pic x(8).
       05 ki-brutto          pic s9(9)v99.
       05 ki-ag              pic s9(9)v99.

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
01 ws-cmd-args          pic     x(200).
01 ws-arg-ptr           pic     9(4).
01 ws-arg-tok           pic     x(200).
01 ws-arg-period        pic     x(10).
01 ws-arg-mm            pic     x(2).
01 ws-arg-yyyy          pic     x(4).
01 ws-period-mm         pic     9(2)     value 0.
01 ws-period-yyyy       pic     9(4)     value 0.
01 ws-today             pic     9(8).

01 ws-budget-file       pic     x(200)   value "BUDGET.DAT".
01 ws-budget-status     pic     xx       value spaces.
01 ws-budget-end        pic     x        value 'N'.
01 ws-kstist-file       pic     x(200)   value "KSTIST.DAT".
01 ws-kstist-status     pic     xx       value spaces.
01 ws-kstist-end        pic     x        value 'N'.
01 ws-report-file       pic     x(200)   value "BUDGET.TXT".

01 stelle-table.
       05 stt-entry occurs 100 times.
              10 stt-stelle        pic x(8).
              10 stt-plan-mon      pic s9(9)v99.
              10 stt-ist-mon       pic s9(9)v99.
              10 stt-plan-ytd      pic s9(9)v99.
              10 stt-ist-ytd       pic s9(9)v99.
              10 stt-plan-jahr     pic s9(9)v99.
              10 stt-prognose      pic s9(9)v99.
              10 stt-ueber         pic x.
01 ws-stt-count         pic     9(3)     value 0.
01 ws-stt-idx           pic     9(3).
01 ws-stt-found         pic     9(3)     value 0.
01 ws-cur-stelle        pic     x(8).

01 ist-monate.
       05 ws-ist-monat occurs 12 times pic x.
01 ws-mon-idx           pic     9(2).
01 ws-ist-monate        pic     9(2)     value 0.
01 ws-budget-count      pic     9(5)     value 0.
01 ws-ueber-count       pic     9(3)     value 0.

01 ws-tot-plan-mon      pic     s9(10)v99 value 0.
01 ws-tot-ist-mon       pic     s9(10)v99 value 0.
01 ws-tot-plan-ytd      pic     s9(10)v99 value 0.
01 ws-tot-ist-ytd       pic     s9(10)v99 value 0.
01 ws-tot-plan-jahr     pic     s9(10)v99 value 0.
01 ws-tot-prognose      pic     s9(10)v99 value 0.

01 ws-plan              pic     s9(10)v99.
01 ws-ist               pic     s9(10)v99.
01 ws-abw               pic     s9(10)v99.
01 ws-abw-pct           pic     s9(5)v9.
01 ws-line-buf          pic     x(40).
01 ws-line-ptr          pic     9(3).
01 ws-plan-disp         pic     z,zzz,zz9.99-.
01 ws-ist-disp          pic     z,zzz,zz9.99-.
01 ws-abw-disp          pic     z,zzz,zz9.99-.
01 ws-pct-disp          pic     zzzz9.9-.
01 ws-count-disp        pic     zz9.

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
01 ws-ktl-prog          pic     x(12)    value "BUDGET".
01 ws-ktl-file          pic     x(200).
01 ws-ktl-days          pic     9(3)     value 0.
01 ws-ktl-result        pic     x(8)     value spaces.
01 ws-ktl-stamp         pic     x(14)    value spaces.
01 ws-ktl-amount        pic     s9(13)v99 value 0.


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
              display "budget: usage - budget PERIODE=MM.JJJJ [ausgabedatei]"
              move 8 to return-code
              stop run
       end-if

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       perform load-budget
       if ws-budget-count = 0
              display "budget: WARNUNG - kein Budget fuer " ws-period-yyyy
                     " in " function trim( ws-budget-file )
              move 4 to return-code
       end-if
       move ws-kstist-file to ws-ktl-file
       move 0 to ws-ktl-days
       perform pruefe-kontrolle
       perform load-kstist
       if ws-ist-monat( ws-period-mm ) not = 'Y'
              display "budget: WARNUNG - keine Ist-Kosten fuer Periode "
                     ws-period-mm "." ws-period-yyyy
                     " (Brutto zu Netto Batchlauf fehlt)"
              move 4 to return-code
       end-if
       perform compute-prognose
       perform write-report
       display "budget: Soll/Ist-Vergleich " ws-period-mm "." ws-period-yyyy
              " nach " function trim( ws-report-file )
       if ws-ueber-count > 0
              move ws-ueber-count to ws-count-disp
              display "budget: " function trim( ws-count-disp )
                     " Kostenstelle(n) ueber Budget"
       end-if
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
                            display "budget: FEHLER - PERIODE=MM.JJJJ erwartet"
                            move 8 to return-code
                            stop run
                     end-if
              when other
                     move ws-arg-tok to ws-report-file
       end-evaluate
exit.

load-budget.
       open input budget-file
       if ws-budget-status = "00"
              perform until ws-budget-end = 'Y'
                     read budget-file
                     at end
                            move 'Y' to ws-budget-end
                     not at end
                            if bu-year = ws-period-yyyy
                                   if bu-betrag not numeric
                                          display "budget: WARNUNG - Betrag nicht"
                                                 " numerisch fuer " bu-stelle
                                                 " Monat " bu-month " - ignoriert"
                                          move 4 to return-code
                                          exit perform cycle
                                   end-if
                                   add 1 to ws-budget-count
                                   move bu-stelle to ws-cur-stelle
                                   perform find-stelle
                                   add bu-betrag to stt-plan-jahr( ws-stt-found )
                                   if bu-month <= ws-period-mm
                                          add bu-betrag to stt-plan-ytd( ws-stt-found )
                                   end-if
                                   if bu-month = ws-period-mm
                                          add bu-betrag to stt-plan-mon( ws-stt-found )
                                   end-if
                            end-if
              end-perform
       end-if
       close budget-file
exit.

load-kstist.
       open input kstist-file
       if ws-kstist-status = "00"
              perform until ws-kstist-end = 'Y'
                     read kstist-file
                     at end
                            move 'Y' to ws-kstist-end
                     not at end
                            if ki-year = ws-period-yyyy
                                   and ki-month >= 1
                                   and ki-month <= ws-period-mm
                                   move 'Y' to ws-ist-monat( ki-month )
                                   move ki-stelle to ws-cur-stelle
                                   perform find-stelle
                                   compute stt-ist-ytd( ws-stt-found )
                                          = stt-ist-ytd( ws-stt-found )
                                          + ki-brutto + ki-ag
                                   if ki-month = ws-period-mm
                                          compute stt-ist-mon( ws-stt-found )
                                                 = stt-ist-mon( ws-stt-found )
                                                 + ki-brutto + ki-ag
                                   end-if
                            end-if
              end-perform
       end-if
       close kstist-file
       perform varying ws-mon-idx from 1 by 1 until ws-mon-idx > ws-period-mm
              if ws-ist-monat( ws-mon-idx ) = 'Y'
                     add 1 to ws-ist-monate
              end-if
       end-perform
exit.

find-stelle.
       move 0 to ws-stt-found
       perform varying ws-stt-idx from 1 by 1 until ws-stt-idx > ws-stt-count
              if stt-stelle( ws-stt-idx ) = ws-cur-stelle
                     move ws-stt-idx to ws-stt-found
              end-if
       end-perform
       if ws-stt-found = 0
              if ws-stt-count >= 100
                     display "budget: FEHLER - mehr als 100 Kostenstellen"
                     move 8 to return-code
                     stop run
              end-if
              add 1 to ws-stt-count
              move ws-stt-count to ws-stt-found
              move ws-cur-stelle to stt-stelle( ws-stt-found )
              move 0 to stt-plan-mon( ws-stt-found )
              move 0 to stt-ist-mon( ws-stt-found )
              move 0 to stt-plan-ytd( ws-stt-found )
              move 0 to stt-ist-ytd( ws-stt-found )
              move 0 to stt-plan-jahr( ws-stt-found )
              move 0 to stt-prognose( ws-stt-found )
              move 'N' to stt-ueber( ws-stt-found )
       end-if
exit.

compute-prognose.
       perform varying ws-stt-idx from 1 by 1 until ws-stt-idx > ws-stt-count
              if ws-ist-monate > 0
                     compute stt-prognose( ws-stt-idx ) rounded
                            = stt-ist-ytd( ws-stt-idx ) / ws-ist-monate * 12
              end-if
              if stt-ist-mon( ws-stt-idx ) > stt-plan-mon( ws-stt-idx )
                     or stt-ist-ytd( ws-stt-idx ) > stt-plan-ytd( ws-stt-idx )
                     or stt-prognose( ws-stt-idx ) > stt-plan-jahr( ws-stt-idx )
                     move 'J' to stt-ueber( ws-stt-idx )
                     add 1 to ws-ueber-count
              end-if
              add stt-plan-mon( ws-stt-idx )  to ws-tot-plan-mon
              add stt-ist-mon( ws-stt-idx )   to ws-tot-ist-mon
              add stt-plan-ytd( ws-stt-idx )  to ws-tot-plan-ytd
              add stt-ist-ytd( ws-stt-idx )   to ws-tot-ist-ytd
              add stt-plan-jahr( ws-stt-idx ) to ws-tot-plan-jahr
              add stt-prognose( ws-stt-idx )  to ws-tot-prognose
       end-perform
exit.

write-report.
       open output report-file
       move all "=" to report-record
       write report-record
       move spaces to report-record
       string "PERSONALKOSTEN SOLL/IST  Periode: " ws-period-mm "."
              ws-period-yyyy "   erstellt am: " ws-today
              delimited by size into report-record
       write report-record
       move spaces to report-record
       string "Ist = Brutto + Arbeitgeberanteile je Kostenstelle aus dem"
              " Brutto zu Netto Lauf"
              delimited by size into report-record
       write report-record
       move all "=" to report-record
       write report-record

       move spaces to report-record
       string "MONAT " ws-period-mm "." ws-period-yyyy
              delimited by size into report-record
       write report-record
       perform write-column-header
       perform varying ws-stt-idx from 1 by 1 until ws-stt-idx > ws-stt-count
              move stt-stelle( ws-stt-idx ) to ws-cur-stelle
              move stt-plan-mon( ws-stt-idx ) to ws-plan
              move stt-ist-mon( ws-stt-idx ) to ws-ist
              perform write-compare-line
       end-perform
       perform write-total-sep
       move "GESAMT" to ws-cur-stelle
       move ws-tot-plan-mon to ws-plan
       move ws-tot-ist-mon to ws-ist
       perform write-compare-line
       move spaces to report-record
       write report-record

       move spaces to report-record
       string "JAHR " ws-period-yyyy " KUMULIERT 01-" ws-period-mm
              delimited by size into report-record
       write report-record
       perform write-column-header
       perform varying ws-stt-idx from 1 by 1 until ws-stt-idx > ws-stt-count
              move stt-stelle( ws-stt-idx ) to ws-cur-stelle
              move stt-plan-ytd( ws-stt-idx ) to ws-plan
              move stt-ist-ytd( ws-stt-idx ) to ws-ist
              perform write-compare-line
       end-perform
       perform write-total-sep
       move "GESAMT" to ws-cur-stelle
       move ws-tot-plan-ytd to ws-plan
       move ws-tot-ist-ytd to ws-ist
       perform write-compare-line
       move spaces to report-record
       write report-record

       move ws-ist-monate to ws-count-disp
       move spaces to report-record
       string "HOCHRECHNUNG " ws-period-yyyy " (Ist-Durchschnitt aus "
              function trim( ws-count-disp ) " Monat(en) x 12)"
              delimited by size into report-record
       write report-record
       move spaces to report-record
       string "KOSTST.   JAHRESBUDGET      PROGNOSE    ABWEICHUNG"
              "       %"
              delimited by size into report-record
       write report-record
       move all "-" to report-record
       write report-record
       perform varying ws-stt-idx from 1 by 1 until ws-stt-idx > ws-stt-count
              move stt-stelle( ws-stt-idx ) to ws-cur-stelle
              move stt-plan-jahr( ws-stt-idx ) to ws-plan
              move stt-prognose( ws-stt-idx ) to ws-ist
              perform write-compare-line
       end-perform
       perform write-total-sep
       move "GESAMT" to ws-cur-stelle
       move ws-tot-plan-jahr to ws-plan
       move ws-tot-prognose to ws-ist
       perform write-compare-line
       move spaces to report-record
       write report-record

       move spaces to report-record
       string "KOSTENSTELLEN UEBER BUDGET"
              delimited by size into report-record
       write report-record
       move all "-" to report-record
       write report-record
       if ws-ueber-count = 0
              move "keine" to report-record
              write report-record
       end-if
       perform varying ws-stt-idx from 1 by 1 until ws-stt-idx > ws-stt-count
              if stt-ueber( ws-stt-idx ) = 'J'
                     perform write-ueber-line
              end-if
       end-perform
       move all "=" to report-record
       write report-record
       close report-file
exit.

write-column-header.
       move spaces to report-record
       string "KOSTST.         BUDGET           IST    ABWEICHUNG"
              "       %"
              delimited by size into report-record
       write report-record
       move all "-" to report-record
       write report-record
exit.

write-total-sep.
       move all "-" to report-record
       write report-record
exit.

write-compare-line.
       compute ws-abw = ws-ist - ws-plan
       move ws-plan to ws-plan-disp
       move ws-ist to ws-ist-disp
       move ws-abw to ws-abw-disp
       move spaces to report-record
       if ws-plan = 0
              string ws-cur-stelle " " ws-plan-disp " " ws-ist-disp " "
                     ws-abw-disp "    n.a."
                     delimited by size into report-record
       else
              compute ws-abw-pct rounded = ws-abw * 100 / ws-plan
              move ws-abw-pct to ws-pct-disp
              string ws-cur-stelle " " ws-plan-disp " " ws-ist-disp " "
                     ws-abw-disp " " ws-pct-disp
                     delimited by size into report-record
       end-if
       write report-record
exit.

write-ueber-line.
       move spaces to ws-line-buf
       move 1 to ws-line-ptr
       if stt-ist-mon( ws-stt-idx ) > stt-plan-mon( ws-stt-idx )
              string " MONAT" delimited by size into ws-line-buf
                     with pointer ws-line-ptr
       end-if
       if stt-ist-ytd( ws-stt-idx ) > stt-plan-ytd( ws-stt-idx )
              string " KUMULIERT" delimited by size into ws-line-buf
                     with pointer ws-line-ptr
       end-if
       if stt-prognose( ws-stt-idx ) > stt-plan-jahr( ws-stt-idx )
              string " PROGNOSE" delimited by size into ws-line-buf
                     with pointer ws-line-ptr
       end-if
       compute ws-abw = stt-ist-ytd( ws-stt-idx ) - stt-plan-ytd( ws-stt-idx )
       move ws-abw to ws-abw-disp
       move spaces to report-record
       string stt-stelle( ws-stt-idx ) "  kumuliert " ws-abw-disp
              "  ueberschritten:" ws-line-buf
              delimited by size into report-record
       write report-record
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
                     display "budget: WARNUNG - kein Kontrollsatz zu "
                            function trim( ws-ktl-file ) " - Datei ungeprueft"
              when "KURZ"
                     display "budget: FEHLER - " function trim( ws-ktl-file )
                            " ist unvollstaendig (weniger Saetze als im Kontrollsatz)"
                     move 12 to return-code
                     stop run
              when "ALT"
                     display "budget: FEHLER - Kontrollsatz zu "
                            function trim( ws-ktl-file ) " ist aelter als "
                            ws-ktl-days " Tage"
                     move 12 to return-code
                     stop run
              when other
                     display "budget: FEHLER - " function trim( ws-ktl-file )
                            " passt nicht zum Kontrollsatz (anderer Lauf oder geaendert)"
                     move 12 to return-code
                     stop run
       end-evaluate
exit.

set-umgebung.
       call "UMGEBUNG-DATEI" using ws-budget-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-kstist-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-report-file
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
              display "budget: FEHLER - Mandant " function trim( ws-mandant )
                     " fehlt in " function trim( ws-mandant-file )
              move 8 to return-code
              stop run
       end-if
       if ws-mand-verz = spaces
              string function trim( ws-mandant ) "/" delimited by size
                     into ws-mand-verz
       end-if
       move ws-budget-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-budget-file
       move ws-kstist-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-kstist-file
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
