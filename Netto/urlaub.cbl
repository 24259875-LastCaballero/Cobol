identification division.
program-id.	urlaub.


environment division.
input-output section.
file-control.
       select optional master-file assign to ws-master-file
       organization is line sequential
       file status is ws-master-status.

       select optional konto-file assign to ws-urlkto-file
       organization is line sequential
       file status is ws-urlkto-status.

       select optional abwes-file assign to ws-abwes-file
       organization is line sequential
       file status is ws-abwes-status.

       select optional holiday-file assign to ws-holiday-file
       organization is line sequential
       file status is ws-holiday-status.

       select optional lohnhist-file assign to ws-lohnhist-file
       organization is line sequential
       file status is ws-lohnhist-status.

       select optional kost-file assign to ws-kost-file
       organization is line sequential
       file status is ws-kost-status.

       select optional fibukto-file assign to ws-fibukto-file
       organization is line sequential
       file status is ws-fibukto-status.

       select optional rst-file assign to ws-rst-file
       organization is line sequential
       file status is ws-rst-status.

       select report-file assign to ws-report-file
       organization is line sequential.

       select fibu-file assign to ws-fibu-file
       organization is line sequential.

       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

data division.
file section.
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
       05 mst-stundenlohn   pic 9(4)v99.
       05 mst-beschart      pic x.
       05 mst-iban-sperre   pic x.
       05 mst-konfession    pic x(2).
       05 mst-zustellung    pic x.

fd konto-file.
01 urlkto-record.
       05 uk-emp-id         pic x(10).
       05 uk-jahr           pic 9(4).
       05 uk-anspruch       pic 9(2)v9.
       05 uk-uebertrag      pic 9(2)v9.
       05 uk-verfall        pic 9(8).

fd abwes-file.
01 abwes-record.
       05 ab-emp-id         pic x(10).
       05 ab-art            pic x.
       05 ab-von            pic 9(8).
       05 ab-bis            pic 9(8).
       05 ab-std-tag        pic 9(2)v99.

fd holiday-file.
01 holiday-record            pic x(8).

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

fd kost-file.
01 kost-record.
       05 kst-emp-id        pic x(10).
       05 kst-stelle        pic x(8).
       05 kst-pct           pic 9(3).

fd fibukto-file.
01 fibukto-record.
       05 kto-art           pic x(8).
       05 kto-konto         pic x(8).

fd rst-file.
01 rst-record.
       05 rs-emp-id         pic x(10).
       05 rs-stichtag       pic 9(8).
       05 rs-tage           pic s9(3)v9.
       05 rs-satz           pic 9(6)v99.
       05 rs-betrag         pic 9(8)v99.

fd report-file.
01 report-record             pic x(132).

fd fibu-file.
01 fibu-record               pic x(80).

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
01 ws-function          pic     x(14).
01 ws-tok-1             pic     x(14).
01 ws-tok-2             pic     x(14).
01 ws-tok-3             pic     x(14).
01 ws-tok-4             pic     x(14).
01 ws-tok-5             pic     x(14).
01 ws-arg-emp-id        pic     x(10)    value spaces.
01 ws-such-emp-id       pic     x(10)    value spaces.
01 ws-today             pic     9(8).

01 urlaub-standard      pic     9(2)v9   value 30.
01 urlaub-teiler        pic     9(2)     value 65.

01 ws-master-file       pic     x(200)   value "EMPMAST.DAT".
01 ws-master-status     pic     xx       value spaces.
01 ws-master-end        pic     x        value 'N'.
01 ws-urlkto-file       pic     x(200)   value "URLAUB.DAT".
01 ws-urlkto-status     pic     xx       value spaces.
01 ws-urlkto-end        pic     x        value 'N'.
01 ws-abwes-file        pic     x(200)   value "ABWESENHEIT.DAT".
01 ws-abwes-status      pic     xx       value spaces.
01 ws-abwes-end         pic     x        value 'N'.
01 ws-holiday-file      pic     x(200)   value "FEIERTAG.DAT".
01 ws-holiday-status    pic     xx       value spaces.
01 ws-holiday-end       pic     x        value 'N'.
01 ws-lohnhist-file     pic     x(200)   value "LOHNHIST.DAT".
01 ws-lohnhist-status   pic     xx       value spaces.
01 ws-lohnhist-end      pic     x        value 'N'.
01 ws-kost-file         pic     x(200)   value "KOSTSTELLE.DAT".
01 ws-kost-status       pic     xx       value spaces.
01 ws-kost-end          pic     x        value 'N'.
01 ws-fibukto-file      pic     x(200)   value "KONTEN.DAT".
01 ws-fibukto-status    pic     xx       value spaces.
01 ws-fibukto-end       pic     x        value 'N'.
01 ws-rst-file          pic     x(200)   value "URLRST.DAT".
01 ws-rst-status        pic     xx       value spaces.
01 ws-rst-end           pic     x        value 'N'.
01 ws-report-file       pic     x(200)   value "URLAUB.TXT".
01 ws-fibu-file         pic     x(200)   value "URLFIBU.TXT".

01 master-table.
       05 mtb-entry occurs 500 times.
              10 mtb-emp-id        pic x(10).
              10 mtb-name          pic x(30).
              10 mtb-eintritt      pic 9(8).
              10 mtb-austritt      pic 9(8).
01 ws-mtb-count         pic     9(3)     value 0.
01 ws-mtb-idx           pic     9(3).

01 urlkto-table.
       05 ukt-entry occurs 2000 times.
              10 ukt-emp-id        pic x(10).
              10 ukt-jahr          pic 9(4).
              10 ukt-anspruch      pic 9(2)v9.
              10 ukt-uebertrag     pic 9(2)v9.
              10 ukt-verfall       pic 9(8).
01 ws-ukt-count         pic     9(4)     value 0.
01 ws-ukt-idx           pic     9(4).
01 ws-ukt-found         pic     9(4)     value 0.

01 abwes-table.
       05 abt-entry occurs 2000 times.
              10 abt-emp-id        pic x(10).
              10 abt-von           pic 9(8).
              10 abt-bis           pic 9(8).
01 ws-abt-count         pic     9(4)     value 0.
01 ws-abt-idx           pic     9(4).

01 ws-holidays.
       05 ws-holiday occurs 100 times pic 9(8).
01 ws-holiday-count     pic     9(3)     value 0.
01 ws-holiday-idx       pic     9(3).
01 ws-is-holiday        pic     x        value 'N'.

01 hist-table.
       05 hst-entry occurs 500 times.
              10 hst-emp-id        pic x(10).
              10 hst-brutto        pic s9(8)v99.
              10 hst-sv            pic s9(8)v99.
              10 hst-monat occurs 3 times pic x.
01 ws-hst-count         pic     9(3)     value 0.
01 ws-hst-idx           pic     9(3).
01 ws-hst-found         pic     9(3)     value 0.
01 ws-hst-m             pic     9.
01 ws-ym-lh             pic     9(6).
01 ws-ym-window.
       05 ws-ym occurs 3 times pic 9(6).

01 rst-table.
       05 rtb-entry occurs 500 times.
              10 rtb-emp-id        pic x(10).
              10 rtb-stichtag      pic 9(8).
              10 rtb-tage          pic s9(3)v9.
              10 rtb-satz          pic 9(6)v99.
              10 rtb-betrag        pic 9(8)v99.
01 ws-rtb-count         pic     9(3)     value 0.
01 ws-rtb-idx           pic     9(3).
01 ws-rtb-found         pic     9(3)     value 0.

01 kost-table.
       05 kta-entry occurs 500 times.
              10 kta-emp-id        pic x(10).
              10 kta-stelle        pic x(8).
              10 kta-pct           pic 9(3).
01 ws-kta-count         pic     9(3)     value 0.
01 ws-kta-idx           pic     9(3).
01 ws-last-kta          pic     9(3)     value 0.

01 konto-map.
       05 kom-entry occurs 20 times.
              10 kom-art           pic x(8).
              10 kom-konto         pic x(8).
01 ws-kom-count         pic     9(2)     value 0.
01 ws-kom-idx           pic     9(2).
01 ws-konto-found       pic     x(8).

01 fibu-table.
       05 fct-entry occurs 50 times.
              10 fct-stelle        pic x(8).
              10 fct-delta         pic s9(9)v99.
01 ws-fct-count         pic     9(2)     value 0.
01 ws-fct-idx           pic     9(2).
01 ws-fct-found         pic     9(2).
01 ws-cur-stelle        pic     x(8).
01 ws-anteil            pic     s9(9)v99.
01 ws-rest-delta        pic     s9(9)v99.
01 ws-fibu-soll         pic     s9(10)v99 value 0.
01 ws-fibu-haben        pic     s9(10)v99 value 0.
01 ws-fibu-disp-1       pic     -(9)9.99.
01 ws-fibu-disp-2       pic     -(9)9.99.
01 ws-fibu-betrag       pic     s9(9)v99.
01 ws-fibu-seite        pic     x.
01 ws-fibu-text         pic     x(20).

01 ws-rueckstellung     pic     x        value 'N'.
01 ws-jahr              pic     9(4)     value 0.
01 ws-jahr-start        pic     9(8).
01 ws-jahr-ende         pic     9(8).
01 ws-stichtag          pic     9(8)     value 0.
01 ws-stichtag-ym       pic     9(6).
01 ws-tage-arg          pic     9(2)v9.
01 ws-uebertrag-arg     pic     9(2)v9.
01 ws-verfall-arg       pic     9(8).

01 ws-anspruch-voll     pic     9(2)v9.
01 ws-anspruch-std      pic     x        value space.
01 ws-erster-monat      pic     9(2).
01 ws-letzter-monat     pic     9(2).
01 ws-monate            pic     s9(2).
01 ws-anteil-tage       pic     9(3)v9.
01 ws-anteil-int        pic     9(3).
01 ws-uebertrag         pic     9(2)v9.
01 ws-verfall-dat       pic     9(8).
01 ws-genommen          pic     9(3)v9.
01 ws-gen-bis-verfall   pic     9(3)v9.
01 ws-verfallen         pic     9(3)v9.
01 ws-rest              pic     s9(3)v9.
01 ws-day-int           pic     9(8).
01 ws-from-int          pic     9(8).
01 ws-to-int            pic     9(8).
01 ws-day-date          pic     9(8).
01 ws-day-wotag         pic     9.
01 ws-bis               pic     9(8).
01 ws-bis-grenze        pic     9(8).

01 ws-monate-lh         pic     9.
01 ws-tagessatz         pic     9(6)v99.
01 ws-sv-quote          pic     9v9999.
01 ws-rst-betrag        pic     9(8)v99.
01 ws-rst-alt           pic     9(8)v99.
01 ws-satz-alt          pic     9(6)v99.
01 ws-rst-delta         pic     s9(8)v99.
01 ws-tot-rest          pic     s9(6)v9  value 0.
01 ws-tot-rst           pic     9(10)v99 value 0.
01 ws-tot-delta         pic     s9(10)v99 value 0.
01 ws-emp-count         pic     9(4)     value 0.

01 ws-tage-disp         pic     zz9.9-.
01 ws-tage-disp-2       pic     zz9.9-.
01 ws-tage-disp-3       pic     zz9.9-.
01 ws-tage-disp-4       pic     zz9.9-.
01 ws-tage-disp-5       pic     zz9.9-.
01 ws-tage-disp-6       pic     zzz9.9-.
01 ws-satz-disp         pic     zzz,zz9.99.
01 ws-betrag-disp       pic     zz,zzz,zz9.99-.
01 ws-betrag-disp-2     pic     zz,zzz,zz9.99-.
01 ws-count-disp        pic     zzz9.

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
       accept ws-args from command-line
       accept ws-today from date yyyymmdd
       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       unstring ws-args delimited by all space into ws-function
              ws-tok-1 ws-tok-2 ws-tok-3 ws-tok-4 ws-tok-5
       move function upper-case( ws-function ) to ws-function
       perform set-umgebung
       evaluate ws-function
              when "ANSPRUCH"
                     perform set-anspruch
              when "KONTO"
                     perform set-jahr-arg
                     move ws-jahr-ende to ws-stichtag
                     if ws-tok-2 not = spaces
                            move ws-tok-2 to ws-arg-emp-id
                     end-if
                     perform run-konto
              when "RUECKSTELLUNG"
                     if ws-tok-1 = spaces
                            move ws-today to ws-stichtag
                     else
                            if function trim( ws-tok-1 ) is numeric
                                   and function test-date-yyyymmdd(
                                          function numval( ws-tok-1 ) ) = 0
                                   move function numval( ws-tok-1 ) to ws-stichtag
                            else
                                   display "urlaub: FEHLER - Stichtag JJJJMMTT erwartet"
                                   move 8 to return-code
                                   stop run
                            end-if
                     end-if
                     divide ws-stichtag by 10000 giving ws-jahr
                     compute ws-jahr-start = ws-jahr * 10000 + 101
                     compute ws-jahr-ende = ws-jahr * 10000 + 1231
                     move 'Y' to ws-rueckstellung
                     move "URLRST.TXT" to ws-mand-name
                     perform prefix-mandant
                     move ws-mand-name to ws-report-file
                     call "UMGEBUNG-DATEI" using ws-report-file
                            on exception continue
                     end-call
                     perform run-konto
              when "JAHRESWECHSEL"
                     perform set-jahr-arg
                     move ws-jahr-ende to ws-stichtag
                     perform run-jahreswechsel
              when other
                     display "urlaub: usage - ANSPRUCH id jahr tage [uebertrag [verfall]]"
                     display "                KONTO jahr [id]"
                     display "                RUECKSTELLUNG [stichtag]"
                     display "                JAHRESWECHSEL jahr"
                     move 8 to return-code
       end-evaluate
       stop run.

set-jahr-arg.
       if function trim( ws-tok-1 ) is numeric
              and function numval( ws-tok-1 ) > 1900
              move function numval( ws-tok-1 ) to ws-jahr
       else
              display "urlaub: FEHLER - Jahr JJJJ erwartet"
              move 8 to return-code
              stop run
       end-if
       compute ws-jahr-start = ws-jahr * 10000 + 101
       compute ws-jahr-ende = ws-jahr * 10000 + 1231
exit.

set-anspruch.
       move ws-tok-1 to ws-arg-emp-id
       if ws-arg-emp-id = spaces
              or function trim( ws-tok-2 ) not numeric
              or function test-numval( function trim( ws-tok-3 ) ) not = 0
              display "urlaub: usage - ANSPRUCH id jahr tage [uebertrag [verfall]]"
              move 8 to return-code
              stop run
       end-if
       move function numval( ws-tok-2 ) to ws-jahr
       compute ws-tage-arg = function numval( ws-tok-3 )
       move 0 to ws-uebertrag-arg
       compute ws-verfall-arg = ( ws-jahr * 10000 ) + 331
       if ws-tok-4 not = spaces
              if function test-numval( function trim( ws-tok-4 ) ) = 0
                     compute ws-uebertrag-arg = function numval( ws-tok-4 )
              else
                     display "urlaub: FEHLER - Uebertrag in Tagen erwartet"
                     move 8 to return-code
                     stop run
              end-if
       end-if
       if ws-tok-5 not = spaces
              if function trim( ws-tok-5 ) is numeric
                     and function test-date-yyyymmdd(
                            function numval( ws-tok-5 ) ) = 0
                     move function numval( ws-tok-5 ) to ws-verfall-arg
              else
                     display "urlaub: FEHLER - Verfalldatum JJJJMMTT erwartet"
                     move 8 to return-code
                     stop run
              end-if
       end-if
       perform load-master
       perform varying ws-mtb-idx from 1 by 1 until ws-mtb-idx > ws-mtb-count
              or mtb-emp-id( ws-mtb-idx ) = ws-arg-emp-id
              continue
       end-perform
       if ws-mtb-idx > ws-mtb-count
              display "urlaub: FEHLER - " function trim( ws-arg-emp-id )
                     " ist nicht angelegt"
              move 8 to return-code
              stop run
       end-if
       perform load-urlkto
       move ws-arg-emp-id to ws-such-emp-id
       perform find-urlkto
       if ws-ukt-found = 0
              if ws-ukt-count >= 2000
                     display "urlaub: FEHLER - " function trim( ws-urlkto-file )
                            " ist voll"
                     move 8 to return-code
                     stop run
              end-if
              add 1 to ws-ukt-count
              move ws-ukt-count to ws-ukt-found
              move ws-such-emp-id to ukt-emp-id( ws-ukt-found )
              move ws-jahr to ukt-jahr( ws-ukt-found )
       end-if
       move ws-tage-arg to ukt-anspruch( ws-ukt-found )
       move ws-uebertrag-arg to ukt-uebertrag( ws-ukt-found )
       move ws-verfall-arg to ukt-verfall( ws-ukt-found )
       perform save-urlkto
       display "urlaub: " function trim( ws-arg-emp-id ) " " ws-jahr
              " Anspruch " ws-tage-arg " Uebertrag " ws-uebertrag-arg
              " verfaellt " ws-verfall-arg
exit.

run-konto.
       divide ws-stichtag by 100 giving ws-stichtag-ym
       perform load-master
       perform load-urlkto
       perform load-abwesenheit
       perform load-holidays
       if ws-rueckstellung = 'Y'
              perform load-lohnhist
              perform load-rst
              perform load-koststellen
              perform load-konten
       end-if
       open output report-file
       perform write-report-header
       perform varying ws-mtb-idx from 1 by 1 until ws-mtb-idx > ws-mtb-count
              if ws-arg-emp-id = spaces
                     or mtb-emp-id( ws-mtb-idx ) = ws-arg-emp-id
                     perform compute-konto
                     if ws-monate > 0 or ws-uebertrag > 0
                            perform write-konto-line
                     end-if
              end-if
       end-perform
       perform write-report-footer
       close report-file
       if ws-rueckstellung = 'Y'
              perform save-rst
              perform write-fibu
              display "urlaub: Urlaubsrueckstellung zum " ws-stichtag
                     " nach " function trim( ws-report-file ) ", Buchungen nach "
                     function trim( ws-fibu-file )
       else
              display "urlaub: Urlaubskonten " ws-jahr " nach "
                     function trim( ws-report-file )
       end-if
exit.

compute-konto.
       move mtb-emp-id( ws-mtb-idx ) to ws-such-emp-id
       perform find-urlkto
       if ws-ukt-found > 0
              move ukt-anspruch( ws-ukt-found ) to ws-anspruch-voll
              move ukt-uebertrag( ws-ukt-found ) to ws-uebertrag
              move ukt-verfall( ws-ukt-found ) to ws-verfall-dat
              move space to ws-anspruch-std
       else
              move urlaub-standard to ws-anspruch-voll
              move 0 to ws-uebertrag
              move 0 to ws-verfall-dat
              move "S" to ws-anspruch-std
       end-if

       move 1 to ws-erster-monat
       move 12 to ws-letzter-monat
       if mtb-eintritt( ws-mtb-idx ) > ws-jahr-ende
              move 0 to ws-monate
       else
              if mtb-eintritt( ws-mtb-idx ) >= ws-jahr-start
                     compute ws-erster-monat
                            = function mod( mtb-eintritt( ws-mtb-idx ) / 100 , 100 )
                     if function mod( mtb-eintritt( ws-mtb-idx ) , 100 ) > 1
                            add 1 to ws-erster-monat
                     end-if
              end-if
              if mtb-austritt( ws-mtb-idx ) > 0
                     and mtb-austritt( ws-mtb-idx ) <= ws-jahr-ende
                     if mtb-austritt( ws-mtb-idx ) < ws-jahr-start
                            move 0 to ws-letzter-monat
                     else
                            compute ws-letzter-monat
                                   = function mod( mtb-austritt( ws-mtb-idx ) / 100 , 100 )
                            compute ws-day-int = function integer-of-date(
                                   mtb-austritt( ws-mtb-idx ) ) + 1
                            if function mod( function date-of-integer( ws-day-int ) ,
                                   100 ) not = 1
                                   subtract 1 from ws-letzter-monat
                            end-if
                     end-if
              end-if
              compute ws-monate = ws-letzter-monat - ws-erster-monat + 1
              if ws-monate < 0
                     move 0 to ws-monate
              end-if
       end-if
       compute ws-anteil-tage = ws-anspruch-voll * ws-monate / 12
       move ws-anteil-tage to ws-anteil-int
       if ws-anteil-tage - ws-anteil-int >= 0.5
              compute ws-anteil-tage = ws-anteil-int + 1
       end-if

       move 0 to ws-genommen
       move 0 to ws-gen-bis-verfall
       perform varying ws-abt-idx from 1 by 1 until ws-abt-idx > ws-abt-count
              if abt-emp-id( ws-abt-idx ) = mtb-emp-id( ws-mtb-idx )
                     perform count-urlaubstage
              end-if
       end-perform

       move 0 to ws-verfallen
       if ws-uebertrag > 0 and ws-verfall-dat > 0
              and ws-stichtag > ws-verfall-dat
              and ws-gen-bis-verfall < ws-uebertrag
              compute ws-verfallen = ws-uebertrag - ws-gen-bis-verfall
       end-if
       compute ws-rest = ws-anteil-tage + ws-uebertrag - ws-verfallen
              - ws-genommen
exit.

count-urlaubstage.
       move abt-bis( ws-abt-idx ) to ws-bis
       if ws-bis = 0
              move ws-stichtag to ws-bis
       end-if
       move ws-stichtag to ws-bis-grenze
       if ws-jahr-ende < ws-bis-grenze
              move ws-jahr-ende to ws-bis-grenze
       end-if
       if ws-bis > ws-bis-grenze
              move ws-bis-grenze to ws-bis
       end-if
       if abt-von( ws-abt-idx ) < ws-jahr-start
              compute ws-from-int = function integer-of-date( ws-jahr-start )
       else
              compute ws-from-int = function integer-of-date( abt-von( ws-abt-idx ) )
       end-if
       if ws-bis < ws-jahr-start or abt-von( ws-abt-idx ) > ws-bis
              exit paragraph
       end-if
       compute ws-to-int = function integer-of-date( ws-bis )
       perform varying ws-day-int from ws-from-int by 1
              until ws-day-int > ws-to-int
              compute ws-day-wotag = function mod( ws-day-int , 7 )
              if ws-day-wotag >= 1 and ws-day-wotag <= 5
                     compute ws-day-date = function date-of-integer( ws-day-int )
                     perform check-holiday
                     if ws-is-holiday = 'N'
                            add 1 to ws-genommen
                            if ws-day-date <= ws-verfall-dat
                                   add 1 to ws-gen-bis-verfall
                            end-if
                     end-if
              end-if
       end-perform
exit.

check-holiday.
       move 'N' to ws-is-holiday
       perform varying ws-holiday-idx from 1 by 1
              until ws-holiday-idx > ws-holiday-count
              if ws-holiday( ws-holiday-idx ) = ws-day-date
                     move 'Y' to ws-is-holiday
              end-if
       end-perform
exit.

write-konto-line.
       add 1 to ws-emp-count
       move ws-anspruch-voll to ws-tage-disp
       move ws-anteil-tage to ws-tage-disp-2
       move ws-uebertrag to ws-tage-disp-3
       move ws-verfallen to ws-tage-disp-4
       move ws-genommen to ws-tage-disp-5
       move ws-rest to ws-tage-disp-6
       add ws-rest to ws-tot-rest
       move spaces to report-record
       string mtb-emp-id( ws-mtb-idx ) " "
              mtb-name( ws-mtb-idx )( 1 : 24 ) " "
              ws-tage-disp ws-anspruch-std
              ws-tage-disp-2 " "
              ws-tage-disp-3 " "
              ws-verfall-dat " "
              ws-tage-disp-4 " "
              ws-tage-disp-5 " "
              ws-tage-disp-6
              delimited by size into report-record
       if ws-rueckstellung = 'Y'
              perform compute-rueckstellung
              move ws-tagessatz to ws-satz-disp
              move ws-rst-betrag to ws-betrag-disp
              move ws-rst-delta to ws-betrag-disp-2
              move ws-satz-disp to report-record( 102 : 10 )
              move ws-betrag-disp to report-record( 113 : 14 )
       end-if
       write report-record
       if ws-rueckstellung = 'Y' and ws-monate-lh = 0 and ws-rest > 0
              move spaces to report-record
              if ws-satz-alt > 0
                     string "           HINWEIS - keine Lohnhistorie in den letzten"
                            " drei Monaten, Tagessatz der Vorbewertung verwendet"
                            delimited by size into report-record
              else
                     string "           WARNUNG - keine Lohnhistorie in den letzten"
                            " drei Monaten, Resturlaub nicht bewertet"
                            delimited by size into report-record
                     move 4 to return-code
              end-if
              write report-record
       end-if
exit.

compute-rueckstellung.
       move 0 to ws-tagessatz
       move 0 to ws-sv-quote
       move 0 to ws-rst-betrag
       move 0 to ws-monate-lh
       move 0 to ws-hst-found
       perform varying ws-hst-idx from 1 by 1 until ws-hst-idx > ws-hst-count
              if hst-emp-id( ws-hst-idx ) = mtb-emp-id( ws-mtb-idx )
                     move ws-hst-idx to ws-hst-found
              end-if
       end-perform
       if ws-hst-found > 0
              perform varying ws-hst-m from 1 by 1 until ws-hst-m > 3
                     if hst-monat( ws-hst-found , ws-hst-m ) = 'Y'
                            add 1 to ws-monate-lh
                     end-if
              end-perform
       end-if
       move 0 to ws-rst-alt
       move 0 to ws-satz-alt
       perform varying ws-rtb-idx from 1 by 1 until ws-rtb-idx > ws-rtb-count
              if rtb-emp-id( ws-rtb-idx ) = mtb-emp-id( ws-mtb-idx )
                     move rtb-betrag( ws-rtb-idx ) to ws-rst-alt
                     move rtb-satz( ws-rtb-idx ) to ws-satz-alt
                     move 0 to rtb-betrag( ws-rtb-idx )
                     move space to rtb-emp-id( ws-rtb-idx )
              end-if
       end-perform
       if ws-monate-lh > 0 and hst-brutto( ws-hst-found ) > 0
              compute ws-sv-quote rounded = hst-sv( ws-hst-found )
                     / hst-brutto( ws-hst-found )
              compute ws-tagessatz rounded = hst-brutto( ws-hst-found ) * 3
                     / ( urlaub-teiler * ws-monate-lh ) * ( 1 + ws-sv-quote )
       else
              move ws-satz-alt to ws-tagessatz
       end-if
       if ws-rest > 0
              compute ws-rst-betrag rounded = ws-rest * ws-tagessatz
       end-if
       compute ws-rst-delta = ws-rst-betrag - ws-rst-alt
       add ws-rst-betrag to ws-tot-rst
       add ws-rst-delta to ws-tot-delta
       perform allocate-delta
       if ws-rtb-count < 500
              add 1 to ws-rtb-count
              move mtb-emp-id( ws-mtb-idx ) to rtb-emp-id( ws-rtb-count )
              move ws-stichtag to rtb-stichtag( ws-rtb-count )
              move ws-rest to rtb-tage( ws-rtb-count )
              move ws-tagessatz to rtb-satz( ws-rtb-count )
              move ws-rst-betrag to rtb-betrag( ws-rtb-count )
       end-if
exit.

allocate-delta.
       move 0 to ws-last-kta
       perform varying ws-kta-idx from 1 by 1 until ws-kta-idx > ws-kta-count
              if kta-emp-id( ws-kta-idx ) = mtb-emp-id( ws-mtb-idx )
                     move ws-kta-idx to ws-last-kta
              end-if
       end-perform
       if ws-last-kta = 0
              move "*OHNE*" to ws-cur-stelle
              perform find-fibu-stelle
              if ws-fct-found > 0
                     add ws-rst-delta to fct-delta( ws-fct-found )
              end-if
              exit paragraph
       end-if
       move ws-rst-delta to ws-rest-delta
       perform varying ws-kta-idx from 1 by 1 until ws-kta-idx > ws-kta-count
              if kta-emp-id( ws-kta-idx ) = mtb-emp-id( ws-mtb-idx )
                     move kta-stelle( ws-kta-idx ) to ws-cur-stelle
                     perform find-fibu-stelle
                     if ws-fct-found > 0
                            if ws-kta-idx = ws-last-kta
                                   add ws-rest-delta to fct-delta( ws-fct-found )
                            else
                                   compute ws-anteil rounded = ws-rst-delta
                                          * kta-pct( ws-kta-idx ) / 100
                                   add ws-anteil to fct-delta( ws-fct-found )
                                   subtract ws-anteil from ws-rest-delta
                            end-if
                     end-if
              end-if
       end-perform
exit.

find-fibu-stelle.
       move 0 to ws-fct-found
       perform varying ws-fct-idx from 1 by 1 until ws-fct-idx > ws-fct-count
              if fct-stelle( ws-fct-idx ) = ws-cur-stelle
                     move ws-fct-idx to ws-fct-found
              end-if
       end-perform
       if ws-fct-found = 0
              if ws-fct-count >= 50
                     display "urlaub: WARNUNG - mehr als 50"
                            " Kostenstellen, " function trim( ws-cur-stelle )
                            " nicht verbucht"
                     move 4 to return-code
                     exit paragraph
              end-if
              add 1 to ws-fct-count
              move ws-fct-count to ws-fct-found
              move ws-cur-stelle to fct-stelle( ws-fct-found )
              move 0 to fct-delta( ws-fct-found )
       end-if
exit.

write-report-header.
       move all "=" to report-record
       write report-record
       move spaces to report-record
       if ws-rueckstellung = 'Y'
              string "URLAUBSRUECKSTELLUNG  Stichtag: " ws-stichtag
                     "   erstellt am: " ws-today
                     delimited by size into report-record
       else
              string "URLAUBSKONTEN  Jahr: " ws-jahr
                     "   erstellt am: " ws-today
                     delimited by size into report-record
       end-if
       write report-record
       move all "=" to report-record
       write report-record
       move spaces to report-record
       string "PERS.-NR.  NAME                      ANSPR. ANTEIL"
              "  UEBERTR. VERFALL   VERF. GENOMM.   REST"
              delimited by size into report-record
       if ws-rueckstellung = 'Y'
              move "TAGESSATZ  RUECKSTELLUNG" to report-record( 103 : 24 )
       end-if
       write report-record
       move all "-" to report-record
       write report-record
exit.

write-report-footer.
       move all "-" to report-record
       write report-record
       move ws-emp-count to ws-count-disp
       move ws-tot-rest to ws-tage-disp-6
       move spaces to report-record
       string "Mitarbeiter: " ws-count-disp
              "     Resturlaub gesamt (Tage): " ws-tage-disp-6
              delimited by size into report-record
       write report-record
       if ws-rueckstellung = 'Y'
              move ws-tot-rst to ws-betrag-disp
              move ws-tot-delta to ws-betrag-disp-2
              move spaces to report-record
              string "Urlaubsrueckstellung gesamt:    " ws-betrag-disp
                     "     Veraenderung zur Vorbewertung: " ws-betrag-disp-2
                     delimited by size into report-record
              write report-record
              move spaces to report-record
              string "Tagessatz = laufendes Brutto der letzten drei Monate / "
                     urlaub-teiler " Arbeitstage je Quartal, einschl. SV-Anteil"
                     delimited by size into report-record
              write report-record
       end-if
       move "S = Standardanspruch (kein Satz in URLAUB.DAT)" to report-record
       write report-record
       move all "=" to report-record
       write report-record
exit.

write-fibu.
       open output fibu-file
       move spaces to fibu-record
       string "FIBU-BUCHUNGEN  Jahr: " ws-jahr
              "  Monat: " ws-stichtag( 5 : 2 )
              "  URLAUBSRUECKSTELLUNG"
              delimited by size into fibu-record
       write fibu-record
       move spaces to fibu-record
       string "KOSTST.   KONTO     S/H        BETRAG  TEXT"
              delimited by size into fibu-record
       write fibu-record
       move 0 to ws-fibu-soll
       move 0 to ws-fibu-haben
       perform varying ws-fct-idx from 1 by 1 until ws-fct-idx > ws-fct-count
              if fct-delta( ws-fct-idx ) > 0
                     move fct-delta( ws-fct-idx ) to ws-fibu-betrag
                     move "URLAUFW" to ws-fibu-text
                     move 'S' to ws-fibu-seite
                     perform write-fibu-line
                     move "URLRST" to ws-fibu-text
                     move 'H' to ws-fibu-seite
                     perform write-fibu-line
              end-if
              if fct-delta( ws-fct-idx ) < 0
                     compute ws-fibu-betrag = 0 - fct-delta( ws-fct-idx )
                     move "URLRST" to ws-fibu-text
                     move 'S' to ws-fibu-seite
                     perform write-fibu-line
                     move "URLAUFW" to ws-fibu-text
                     move 'H' to ws-fibu-seite
                     perform write-fibu-line
              end-if
       end-perform
       move spaces to fibu-record
       write fibu-record
       move ws-fibu-soll to ws-fibu-disp-1
       move ws-fibu-haben to ws-fibu-disp-2
       move spaces to fibu-record
       if ws-fibu-soll = ws-fibu-haben
              string "KONTROLLSUMME  SOLL " ws-fibu-disp-1
                     " = HABEN " ws-fibu-disp-2 "  STIMMT"
                     delimited by size into fibu-record
       else
              string "KONTROLLSUMME  SOLL " ws-fibu-disp-1
                     " <> HABEN " ws-fibu-disp-2 "  WEICHT AB"
                     delimited by size into fibu-record
       end-if
       write fibu-record
       move ws-tot-rst to ws-fibu-disp-1
       move spaces to fibu-record
       string "RUECKSTELLUNG GESAMT ZUR KONTROLLE: " ws-fibu-disp-1
              delimited by size into fibu-record
       write fibu-record
       close fibu-file
exit.

write-fibu-line.
       if ws-fibu-betrag = 0
              exit paragraph
       end-if
       perform find-konto
       move ws-fibu-betrag to ws-fibu-disp-1
       move spaces to fibu-record
       string fct-stelle( ws-fct-idx )
              "  " ws-konto-found
              "  " ws-fibu-seite
              "  " ws-fibu-disp-1
              "  " ws-fibu-text
              delimited by size into fibu-record
       write fibu-record
       if ws-fibu-seite = 'S'
              add ws-fibu-betrag to ws-fibu-soll
       else
              add ws-fibu-betrag to ws-fibu-haben
       end-if
exit.

find-konto.
       move ws-fibu-text( 1 : 8 ) to ws-konto-found
       perform varying ws-kom-idx from 1 by 1 until ws-kom-idx > ws-kom-count
              if kom-art( ws-kom-idx ) = ws-fibu-text( 1 : 8 )
                     move kom-konto( ws-kom-idx ) to ws-konto-found
              end-if
       end-perform
exit.

run-jahreswechsel.
       perform load-master
       perform load-urlkto
       perform load-abwesenheit
       perform load-holidays
       move 0 to ws-emp-count
       perform varying ws-mtb-idx from 1 by 1 until ws-mtb-idx > ws-mtb-count
              perform compute-konto
              if ws-monate > 0
                     and ( mtb-austritt( ws-mtb-idx ) = 0
                     or mtb-austritt( ws-mtb-idx ) > ws-jahr-ende )
                     perform carry-forward
              end-if
       end-perform
       perform save-urlkto
       move ws-emp-count to ws-count-disp
       display "urlaub: Resturlaub " ws-jahr " fuer "
              function trim( ws-count-disp ) " Mitarbeiter ins Folgejahr"
              " uebertragen"
exit.

carry-forward.
       move mtb-emp-id( ws-mtb-idx ) to ws-such-emp-id
       add 1 to ws-jahr
       perform find-urlkto
       if ws-ukt-found = 0
              if ws-ukt-count >= 2000
                     display "urlaub: FEHLER - " function trim( ws-urlkto-file )
                            " ist voll"
                     move 8 to return-code
                     stop run
              end-if
              add 1 to ws-ukt-count
              move ws-ukt-count to ws-ukt-found
              move ws-such-emp-id to ukt-emp-id( ws-ukt-found )
              move ws-jahr to ukt-jahr( ws-ukt-found )
              move ws-anspruch-voll to ukt-anspruch( ws-ukt-found )
       end-if
       if ws-rest > 0
              move ws-rest to ukt-uebertrag( ws-ukt-found )
       else
              move 0 to ukt-uebertrag( ws-ukt-found )
       end-if
       compute ukt-verfall( ws-ukt-found ) = ws-jahr * 10000 + 331
       subtract 1 from ws-jahr
       add 1 to ws-emp-count
exit.

find-urlkto.
       move 0 to ws-ukt-found
       perform varying ws-ukt-idx from 1 by 1 until ws-ukt-idx > ws-ukt-count
              if ukt-emp-id( ws-ukt-idx ) = ws-such-emp-id
                     and ukt-jahr( ws-ukt-idx ) = ws-jahr
                     move ws-ukt-idx to ws-ukt-found
              end-if
       end-perform
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
                                   move mst-emp-id   to mtb-emp-id( ws-mtb-count )
                                   move mst-name     to mtb-name( ws-mtb-count )
                                   move mst-eintritt to mtb-eintritt( ws-mtb-count )
                                   move mst-austritt to mtb-austritt( ws-mtb-count )
                            end-if
              end-perform
       end-if
       close master-file
exit.

load-urlkto.
       open input konto-file
       if ws-urlkto-status = "00"
              perform until ws-urlkto-end = 'Y'
                     read konto-file
                     at end
                            move 'Y' to ws-urlkto-end
                     not at end
                            if ws-ukt-count < 2000
                                   add 1 to ws-ukt-count
                                   move uk-emp-id    to ukt-emp-id( ws-ukt-count )
                                   move uk-jahr      to ukt-jahr( ws-ukt-count )
                                   move uk-anspruch  to ukt-anspruch( ws-ukt-count )
                                   move uk-uebertrag to ukt-uebertrag( ws-ukt-count )
                                   move uk-verfall   to ukt-verfall( ws-ukt-count )
                            end-if
              end-perform
       end-if
       close konto-file
exit.

save-urlkto.
       open output konto-file
       perform varying ws-ukt-idx from 1 by 1 until ws-ukt-idx > ws-ukt-count
              move ukt-emp-id( ws-ukt-idx )    to uk-emp-id
              move ukt-jahr( ws-ukt-idx )      to uk-jahr
              move ukt-anspruch( ws-ukt-idx )  to uk-anspruch
              move ukt-uebertrag( ws-ukt-idx ) to uk-uebertrag
              move ukt-verfall( ws-ukt-idx )   to uk-verfall
              write urlkto-record
       end-perform
       close konto-file
exit.

load-abwesenheit.
       open input abwes-file
       if ws-abwes-status = "00"
              perform until ws-abwes-end = 'Y'
                     read abwes-file
                     at end
                            move 'Y' to ws-abwes-end
                     not at end
                            if ab-art = 'E' and ws-abt-count < 2000
                                   add 1 to ws-abt-count
                                   move ab-emp-id to abt-emp-id( ws-abt-count )
                                   move ab-von    to abt-von( ws-abt-count )
                                   move ab-bis    to abt-bis( ws-abt-count )
                            end-if
              end-perform
       end-if
       close abwes-file
exit.

load-holidays.
       open input holiday-file
       if ws-holiday-status = "00"
              perform until ws-holiday-end = 'Y'
                     read holiday-file
                     at end
                            move 'Y' to ws-holiday-end
                     not at end
                            if function trim( holiday-record ) is numeric
                                   and ws-holiday-count < 100
                                   add 1 to ws-holiday-count
                                   move function numval( holiday-record )
                                          to ws-holiday( ws-holiday-count )
                            end-if
              end-perform
       end-if
       close holiday-file
exit.

load-lohnhist.
       move ws-stichtag-ym to ws-ym( 1 )
       perform varying ws-hst-m from 2 by 1 until ws-hst-m > 3
              if function mod( ws-ym( ws-hst-m - 1 ) , 100 ) = 1
                     compute ws-ym( ws-hst-m ) = ws-ym( ws-hst-m - 1 ) - 89
              else
                     compute ws-ym( ws-hst-m ) = ws-ym( ws-hst-m - 1 ) - 1
              end-if
       end-perform
       open input lohnhist-file
       if ws-lohnhist-status = "00"
              perform until ws-lohnhist-end = 'Y'
                     read lohnhist-file
                     at end
                            move 'Y' to ws-lohnhist-end
                     not at end
                            compute ws-ym-lh = lh-year * 100 + lh-month
                            if ws-ym-lh = ws-ym( 1 ) or ws-ym-lh = ws-ym( 2 )
                                   or ws-ym-lh = ws-ym( 3 )
                                   perform take-hist-record
                            end-if
              end-perform
       end-if
       close lohnhist-file
exit.

take-hist-record.
       if lh-sachbezug not numeric
              move 0 to lh-sachbezug
       end-if
       move 0 to ws-hst-found
       perform varying ws-hst-idx from 1 by 1 until ws-hst-idx > ws-hst-count
              if hst-emp-id( ws-hst-idx ) = lh-emp-id
                     move ws-hst-idx to ws-hst-found
              end-if
       end-perform
       if ws-hst-found = 0
              if ws-hst-count >= 500
                     exit paragraph
              end-if
              add 1 to ws-hst-count
              move ws-hst-count to ws-hst-found
              move lh-emp-id to hst-emp-id( ws-hst-found )
              move 0 to hst-brutto( ws-hst-found )
              move 0 to hst-sv( ws-hst-found )
              move 'N' to hst-monat( ws-hst-found , 1 )
              move 'N' to hst-monat( ws-hst-found , 2 )
              move 'N' to hst-monat( ws-hst-found , 3 )
       end-if
       perform varying ws-hst-m from 1 by 1 until ws-hst-m > 3
              if ws-ym( ws-hst-m ) = ws-ym-lh
                     move 'Y' to hst-monat( ws-hst-found , ws-hst-m )
              end-if
       end-perform
       if lh-type = 'S'
              compute hst-brutto( ws-hst-found ) = hst-brutto( ws-hst-found )
                     - lh-brutto + lh-einmal + lh-sachbezug
              compute hst-sv( ws-hst-found ) = hst-sv( ws-hst-found )
                     - lh-rte - lh-krk - lh-arb - lh-pfg
       else
              compute hst-brutto( ws-hst-found ) = hst-brutto( ws-hst-found )
                     + lh-brutto - lh-einmal - lh-sachbezug
              compute hst-sv( ws-hst-found ) = hst-sv( ws-hst-found )
                     + lh-rte + lh-krk + lh-arb + lh-pfg
       end-if
exit.

load-rst.
       open input rst-file
       if ws-rst-status = "00"
              perform until ws-rst-end = 'Y'
                     read rst-file
                     at end
                            move 'Y' to ws-rst-end
                     not at end
                            if ws-rtb-count < 500
                                   add 1 to ws-rtb-count
                                   move rs-emp-id   to rtb-emp-id( ws-rtb-count )
                                   move rs-stichtag to rtb-stichtag( ws-rtb-count )
                                   move rs-tage     to rtb-tage( ws-rtb-count )
                                   move rs-satz     to rtb-satz( ws-rtb-count )
                                   move rs-betrag   to rtb-betrag( ws-rtb-count )
                            end-if
              end-perform
       end-if
       close rst-file
exit.

save-rst.
       open output rst-file
       perform varying ws-rtb-idx from 1 by 1 until ws-rtb-idx > ws-rtb-count
              if rtb-emp-id( ws-rtb-idx ) not = spaces
                     move rtb-emp-id( ws-rtb-idx )   to rs-emp-id
                     move rtb-stichtag( ws-rtb-idx ) to rs-stichtag
                     move rtb-tage( ws-rtb-idx )     to rs-tage
                     move rtb-satz( ws-rtb-idx )     to rs-satz
                     move rtb-betrag( ws-rtb-idx )   to rs-betrag
                     write rst-record
              end-if
       end-perform
       close rst-file
exit.

load-koststellen.
       open input kost-file
       if ws-kost-status = "00"
              perform until ws-kost-end = 'Y'
                     read kost-file
                     at end
                            move 'Y' to ws-kost-end
                     not at end
                            if ws-kta-count < 500
                                   add 1 to ws-kta-count
                                   move kst-emp-id to kta-emp-id( ws-kta-count )
                                   move kst-stelle to kta-stelle( ws-kta-count )
                                   move kst-pct    to kta-pct( ws-kta-count )
                            end-if
              end-perform
       end-if
       close kost-file
exit.

load-konten.
       open input fibukto-file
       if ws-fibukto-status = "00"
              perform until ws-fibukto-end = 'Y'
                     read fibukto-file
                     at end
                            move 'Y' to ws-fibukto-end
                     not at end
                            if ws-kom-count < 20
                                   add 1 to ws-kom-count
                                   move kto-art   to kom-art( ws-kom-count )
                                   move kto-konto to kom-konto( ws-kom-count )
                            end-if
              end-perform
       end-if
       close fibukto-file
exit.

set-umgebung.
       call "UMGEBUNG-DATEI" using ws-master-file
              on exception continue
       end-call
       call "UMGEBUNG-SCHUTZ" using ws-urlkto-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-urlkto-file to ws-env-denied
       end-if
       call "UMGEBUNG-DATEI" using ws-abwes-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-holiday-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-lohnhist-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-kost-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-fibukto-file
              on exception continue
       end-call
       call "UMGEBUNG-SCHUTZ" using ws-rst-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-rst-file to ws-env-denied
       end-if
       call "UMGEBUNG-DATEI" using ws-report-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-fibu-file
              on exception continue
       end-call
       if ws-env-all-ok = 'N'
              and ( ws-function = "ANSPRUCH" or ws-function = "RUECKSTELLUNG"
                     or ws-function = "JAHRESWECHSEL" )
              call "UMGEBUNG-NAME" using ws-env-name ws-env-art
                     on exception continue
              end-call
              display "urlaub: FEHLER - Testumgebung " function trim( ws-env-name )
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
              display "urlaub: FEHLER - Mandant " function trim( ws-mandant )
                     " fehlt in " function trim( ws-mandant-file )
              move 8 to return-code
              stop run
       end-if
       if ws-mand-verz = spaces
              string function trim( ws-mandant ) "/" delimited by size
                     into ws-mand-verz
       end-if
       move ws-master-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-master-file
       move ws-urlkto-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-urlkto-file
       move ws-abwes-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-abwes-file
       move ws-lohnhist-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-lohnhist-file
       move ws-kost-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-kost-file
       move ws-fibukto-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-fibukto-file
       move ws-rst-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-rst-file
       move ws-report-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-report-file
       move ws-fibu-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-fibu-file
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
