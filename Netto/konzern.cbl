identification division.
program-id.	konzern.


environment division.
input-output section.
file-control.
       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

       select optional kstist-file assign to ws-kstist-file
       organization is line sequential
       file status is ws-kstist-status.

       select optional lohnhist-file assign to ws-lohnhist-file
       organization is line sequential
       file status is ws-lohnhist-status.

       select report-file assign to ws-report-file
       organization is line sequential.

data division.
file section.
fd mandant-file.
01 mandant-record.
       05 md-code           pic x(4).
       05 md-name           pic x(30).
       05 md-betriebsnr     pic x(8).
       05 md-verzeichnis    pic x(40).
       05 md-iban           pic x(22).
       05 md-bic            pic x(11).

fd kstist-file.
01 kstist-record.
       05 ki-year            pic 9(4).
       05 ki-month           pic 9(2).
       05 ki-stelle          pic x(8).
       05 ki-brutto          pic s9(9)v99.
       05 ki-ag              pic s9(9)v99.

fd lohnhist-file.
01 lohnhist-record.
       05 lh-emp-id          pic x(10).
       05 lh-year            pic 9(4).
       05 lh-month           pic 9(2).
       05 lh-type            pic x.

fd report-file.
01 report-record             pic x(132).

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

01 ws-mandant-file      pic     x(200)   value "MANDANT.DAT".
01 ws-mandant-status    pic     xx       value spaces.
01 ws-mandant-end       pic     x        value 'N'.
01 ws-kstist-file       pic     x(200).
01 ws-kstist-status     pic     xx       value spaces.
01 ws-kstist-end        pic     x        value 'N'.
01 ws-lohnhist-file     pic     x(200).
01 ws-lohnhist-status   pic     xx       value spaces.
01 ws-lohnhist-end      pic     x        value 'N'.
01 ws-report-file       pic     x(200)   value "KONZERN.TXT".
01 ws-ktl-prog          pic     x(12)    value "KONZERN".
01 ws-ktl-file          pic     x(200).
01 ws-ktl-days          pic     9(3)     value 0.
01 ws-ktl-result        pic     x(8)     value spaces.
01 ws-ktl-stamp         pic     x(14)    value spaces.
01 ws-ktl-amount        pic     s9(13)v99 value 0.

01 mandant-table.
       05 mdt-entry occurs 20 times.
              10 mdt-code          pic x(4).
              10 mdt-name          pic x(30).
              10 mdt-betriebsnr    pic x(8).
              10 mdt-verz          pic x(40).
              10 mdt-ma            pic 9(5).
              10 mdt-brutto-mon    pic s9(10)v99.
              10 mdt-ag-mon        pic s9(10)v99.
              10 mdt-brutto-ytd    pic s9(10)v99.
              10 mdt-ag-ytd        pic s9(10)v99.
              10 mdt-ist           pic x.
01 ws-mdt-count         pic     9(3)     value 0.
01 ws-mdt-idx           pic     9(3).

01 ma-table.
       05 mat-emp-id occurs 2000 times pic x(10).
01 ws-mat-count         pic     9(4)     value 0.
01 ws-mat-idx           pic     9(4).
01 ws-mat-found         pic     x.

01 ws-tot-ma            pic     9(6)     value 0.
01 ws-tot-brutto-mon    pic     s9(10)v99 value 0.
01 ws-tot-ag-mon        pic     s9(10)v99 value 0.
01 ws-tot-brutto-ytd    pic     s9(10)v99 value 0.
01 ws-tot-ag-ytd        pic     s9(10)v99 value 0.
01 ws-fehlt-count       pic     9(3)     value 0.

01 ws-gesamt            pic     s9(10)v99.
01 ws-disp-ma           pic     zzzzz9.
01 ws-disp-1            pic     -z,zzz,zzz,zz9.99.
01 ws-disp-2            pic     -z,zzz,zzz,zz9.99.
01 ws-disp-3            pic     -z,zzz,zzz,zz9.99.
01 ws-disp-4            pic     -z,zzz,zzz,zz9.99.
01 ws-count-disp        pic     zz9.


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
              display "konzern: usage - konzern PERIODE=MM.JJJJ [ausgabedatei]"
              move 8 to return-code
              stop run
       end-if

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-report-file
              on exception continue
       end-call
       perform load-mandanten
       if ws-mdt-count = 0
              display "konzern: FEHLER - keine Mandanten in "
                     function trim( ws-mandant-file )
              move 8 to return-code
              stop run
       end-if
       perform varying ws-mdt-idx from 1 by 1 until ws-mdt-idx > ws-mdt-count
              perform load-mandant-kosten
              perform count-mandant-ma
       end-perform
       perform write-report
       display "konzern: Personalkosten " ws-period-mm "." ws-period-yyyy
              " fuer " ws-mdt-count " Mandant(en) nach "
              function trim( ws-report-file )
       if ws-fehlt-count > 0
              move ws-fehlt-count to ws-count-disp
              display "konzern: WARNUNG - " function trim( ws-count-disp )
                     " Mandant(en) ohne Ist-Kosten fuer die Periode"
              move 4 to return-code
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
                            display "konzern: FEHLER - PERIODE=MM.JJJJ erwartet"
                            move 8 to return-code
                            stop run
                     end-if
              when other
                     move ws-arg-tok to ws-report-file
       end-evaluate
exit.

load-mandanten.
       open input mandant-file
       if ws-mandant-status = "00"
              perform until ws-mandant-end = 'Y'
                     read mandant-file
                     at end
                            move 'Y' to ws-mandant-end
                     not at end
                            if md-code not = spaces and ws-mdt-count < 20
                                   add 1 to ws-mdt-count
                                   perform take-mandant
                            end-if
              end-perform
       end-if
       close mandant-file
exit.

take-mandant.
       move md-code to mdt-code( ws-mdt-count )
       move md-name to mdt-name( ws-mdt-count )
       move md-betriebsnr to mdt-betriebsnr( ws-mdt-count )
       move md-verzeichnis to mdt-verz( ws-mdt-count )
       if md-verzeichnis = spaces
              move spaces to mdt-verz( ws-mdt-count )
              string function trim( md-code ) "/" delimited by size
                     into mdt-verz( ws-mdt-count )
       end-if
       move 0 to mdt-ma( ws-mdt-count )
       move 0 to mdt-brutto-mon( ws-mdt-count )
       move 0 to mdt-ag-mon( ws-mdt-count )
       move 0 to mdt-brutto-ytd( ws-mdt-count )
       move 0 to mdt-ag-ytd( ws-mdt-count )
       move 'N' to mdt-ist( ws-mdt-count )
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
                     display "konzern: WARNUNG - kein Kontrollsatz zu "
                            function trim( ws-ktl-file ) " - Datei ungeprueft"
              when "KURZ"
                     display "konzern: FEHLER - " function trim( ws-ktl-file )
                            " ist unvollstaendig (weniger Saetze als im Kontrollsatz)"
                     move 12 to return-code
                     stop run
              when "ALT"
                     display "konzern: FEHLER - Kontrollsatz zu "
                            function trim( ws-ktl-file ) " ist aelter als "
                            ws-ktl-days " Tage"
                     move 12 to return-code
                     stop run
              when other
                     display "konzern: FEHLER - " function trim( ws-ktl-file )
                            " passt nicht zum Kontrollsatz (anderer Lauf oder geaendert)"
                     move 12 to return-code
                     stop run
       end-evaluate
exit.

load-mandant-kosten.
       move spaces to ws-kstist-file
       string function trim( mdt-verz( ws-mdt-idx ) ) "KSTIST.DAT"
              delimited by size into ws-kstist-file
       call "UMGEBUNG-DATEI" using ws-kstist-file
              on exception continue
       end-call
       move ws-kstist-file to ws-ktl-file
       move 0 to ws-ktl-days
       perform pruefe-kontrolle
       move 'N' to ws-kstist-end
       open input kstist-file
       if ws-kstist-status = "00"
              perform until ws-kstist-end = 'Y'
                     read kstist-file
                     at end
                            move 'Y' to ws-kstist-end
                     not at end
                            if ki-year = ws-period-yyyy
                                   and ki-month <= ws-period-mm
                                   add ki-brutto to mdt-brutto-ytd( ws-mdt-idx )
                                   add ki-ag to mdt-ag-ytd( ws-mdt-idx )
                                   if ki-month = ws-period-mm
                                          move 'Y' to mdt-ist( ws-mdt-idx )
                                          add ki-brutto
                                                 to mdt-brutto-mon( ws-mdt-idx )
                                          add ki-ag to mdt-ag-mon( ws-mdt-idx )
                                   end-if
                            end-if
              end-perform
       end-if
       close kstist-file
       if mdt-ist( ws-mdt-idx ) = 'N'
              add 1 to ws-fehlt-count
              display "konzern: WARNUNG - keine Ist-Kosten in "
                     function trim( ws-kstist-file ) " fuer "
                     ws-period-mm "." ws-period-yyyy
       end-if
exit.

count-mandant-ma.
       move spaces to ws-lohnhist-file
       string function trim( mdt-verz( ws-mdt-idx ) ) "LOHNHIST.DAT"
              delimited by size into ws-lohnhist-file
       call "UMGEBUNG-DATEI" using ws-lohnhist-file
              on exception continue
       end-call
       move 0 to ws-mat-count
       move 'N' to ws-lohnhist-end
       open input lohnhist-file
       if ws-lohnhist-status = "00"
              perform until ws-lohnhist-end = 'Y'
                     read lohnhist-file
                     at end
                            move 'Y' to ws-lohnhist-end
                     not at end
                            if lh-year = ws-period-yyyy
                                   and lh-month = ws-period-mm
                                   and lh-type not = 'S'
                                   perform take-ma
                            end-if
              end-perform
       end-if
       close lohnhist-file
       move ws-mat-count to mdt-ma( ws-mdt-idx )
exit.

take-ma.
       move 'N' to ws-mat-found
       perform varying ws-mat-idx from 1 by 1 until ws-mat-idx > ws-mat-count
              if mat-emp-id( ws-mat-idx ) = lh-emp-id
                     move 'Y' to ws-mat-found
              end-if
       end-perform
       if ws-mat-found = 'N' and ws-mat-count < 2000
              add 1 to ws-mat-count
              move lh-emp-id to mat-emp-id( ws-mat-count )
       end-if
exit.

write-report.
       open output report-file
       move all "=" to report-record
       write report-record
       move spaces to report-record
       string "PERSONALKOSTEN KONZERN  Periode: " ws-period-mm "."
              ws-period-yyyy "   erstellt am: " ws-today
              delimited by size into report-record
       write report-record
       move spaces to report-record
       string "Kosten = Brutto + Arbeitgeberanteile aus dem Brutto zu Netto"
              " Lauf je Mandant"
              delimited by size into report-record
       write report-record
       move all "=" to report-record
       write report-record
       move spaces to report-record
       string "MAND NAME" "                           BETR.-NR      MA"
              "     BRUTTO MONAT    AG-ANT. MONAT     GESAMT MONAT"
              " GESAMT JAHR KUM."
              delimited by size into report-record
       write report-record
       perform varying ws-mdt-idx from 1 by 1 until ws-mdt-idx > ws-mdt-count
              perform write-mandant-line
       end-perform
       move all "-" to report-record
       write report-record
       move ws-tot-ma to ws-disp-ma
       move ws-tot-brutto-mon to ws-disp-1
       move ws-tot-ag-mon to ws-disp-2
       compute ws-gesamt = ws-tot-brutto-mon + ws-tot-ag-mon
       move ws-gesamt to ws-disp-3
       compute ws-gesamt = ws-tot-brutto-ytd + ws-tot-ag-ytd
       move ws-gesamt to ws-disp-4
       move spaces to report-record
       string "KONZERN" "                                       " ws-disp-ma
              ws-disp-1 ws-disp-2 ws-disp-3 ws-disp-4
              delimited by size into report-record
       write report-record
       move spaces to report-record
       write report-record
       move ws-tot-brutto-ytd to ws-disp-1
       move ws-tot-ag-ytd to ws-disp-2
       move spaces to report-record
       string "JAHR " ws-period-yyyy " KUMULIERT 01-" ws-period-mm
              ":  BRUTTO " ws-disp-1 "   AG-ANTEIL " ws-disp-2
              delimited by size into report-record
       write report-record
       close report-file
exit.

write-mandant-line.
       add mdt-ma( ws-mdt-idx ) to ws-tot-ma
       add mdt-brutto-mon( ws-mdt-idx ) to ws-tot-brutto-mon
       add mdt-ag-mon( ws-mdt-idx ) to ws-tot-ag-mon
       add mdt-brutto-ytd( ws-mdt-idx ) to ws-tot-brutto-ytd
       add mdt-ag-ytd( ws-mdt-idx ) to ws-tot-ag-ytd
       move mdt-ma( ws-mdt-idx ) to ws-disp-ma
       move mdt-brutto-mon( ws-mdt-idx ) to ws-disp-1
       move mdt-ag-mon( ws-mdt-idx ) to ws-disp-2
       compute ws-gesamt = mdt-brutto-mon( ws-mdt-idx )
              + mdt-ag-mon( ws-mdt-idx )
       move ws-gesamt to ws-disp-3
       compute ws-gesamt = mdt-brutto-ytd( ws-mdt-idx )
              + mdt-ag-ytd( ws-mdt-idx )
       move ws-gesamt to ws-disp-4
       move spaces to report-record
       string mdt-code( ws-mdt-idx ) " " mdt-name( ws-mdt-idx )
              " " mdt-betriebsnr( ws-mdt-idx ) "  " ws-disp-ma
              ws-disp-1 ws-disp-2 ws-disp-3 ws-disp-4
              delimited by size into report-record
       write report-record
exit.
