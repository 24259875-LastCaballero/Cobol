       organization is line sequential
       file status is ws-master-status.

       select optional aend-file assign to ws-aend-file
       organization is line sequential
       file status is ws-aend-status.

       select optional pend-file assign to ws-pend-file
       organization is line sequential
       file status is ws-pend-status.

       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

data division.
file section.
fd master-file.
       05 mst-stundenlohn   pic 9(4)v99.
       05 mst-beschart      pic x.
       05 mst-iban-sperre   pic x.
       05 mst-konfession    pic x(2).
       05 mst-zustellung    pic x.

fd aend-file.
01 aend-record.
       05 ae-emp-id         pic x(10).
       05 ae-feld           pic x(10).
       05 ae-alt            pic x(30).
       05 ae-neu            pic x(30).
       05 ae-datum          pic 9(8).
       05 ae-zeit           pic 9(6).
       05 ae-benutzer       pic x(20).
       05 ae-gueltig-ab     pic 9(8).
       05 ae-erfasser       pic x(20).
       05 ae-erfasst        pic 9(8).

fd pend-file.
01 pend-record.
       05 pp-emp-id         pic x(10).
       05 pp-feld           pic x(10).
       05 pp-alt            pic x(30).
       05 pp-neu            pic x(30).
       05 pp-gueltig-ab     pic 9(8).
       05 pp-status         pic x.
       05 pp-benutzer       pic x(20).
       05 pp-datum          pic 9(8).
       05 pp-zeit           pic 9(6).
       05 pp-angewandt      pic 9(8).
       05 pp-freigeber      pic x(20).
       05 pp-freigabe-dat   pic 9(8).

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
01 ws-arg-bic           pic     x(11).
01 ws-arg-eintritt      pic     x(8).
01 ws-arg-austritt      pic     x(8).
01 ws-arg-ab            pic     x(12).
01 ws-gueltig-ab        pic     9(8)     value 0.
01 ws-stichtag          pic     9(8)     value 0.
01 ws-vormerken         pic     x        value 'N'.

01 ws-master-file       pic     x(200)   value "EMPMAST.DAT".
01 ws-master-status     pic     xx       value spaces.
01 ws-master-end        pic     x        value 'N'.
01 ws-aend-file         pic     x(200)   value "EMPAEND.DAT".
01 ws-aend-status       pic     xx       value spaces.
01 ws-aend-end          pic     x        value 'N'.
01 ws-aend-alt          pic     x(30)    value spaces.
01 ws-aend-neu          pic     x(30)    value spaces.
01 ws-field-value       pic     x(30)    value spaces.
01 ws-benutzer          pic     x(20)    value spaces.
01 ws-now-date          pic     9(8).
01 ws-today             pic     9(8).
01 ws-now-time          pic     9(8).
01 ws-disp-datum        pic     9(8).
01 ws-disp-stlohn       pic     9(4).99.
01 ws-erfasser          pic     x(20)    value spaces.
01 ws-erfasst           pic     9(8)     value 0.
01 ws-pend-file         pic     x(200)   value "EMPPEND.DAT".
01 ws-pend-status       pic     xx       value spaces.
01 ws-pend-end          pic     x        value 'N'.
01 ws-list-ab           pic     9(8)     value 0.
01 ws-list-count        pic     9(4)     value 0.

01 pend-table.
       05 ppt-entry occurs 1000 times.
              10 ppt-emp-id        pic x(10).
              10 ppt-feld          pic x(10).
              10 ppt-alt           pic x(30).
              10 ppt-neu           pic x(30).
              10 ppt-gueltig-ab    pic 9(8).
              10 ppt-status        pic x.
              10 ppt-benutzer      pic x(20).
              10 ppt-datum         pic 9(8).
              10 ppt-zeit          pic 9(6).
              10 ppt-angewandt     pic 9(8).
              10 ppt-freigeber     pic x(20).
              10 ppt-freigabe-dat  pic 9(8).
01 ws-ppt-count         pic     9(4)     value 0.
01 ws-ppt-idx           pic     9(4).
01 ws-ppt-next          pic     9(4)     value 0.
01 ws-applied-count     pic     9(4)     value 0.
01 ws-neu-status        pic     x        value 'O'.
01 ws-freigabe-count    pic     9(4)     value 0.
01 ws-status-text       pic     x(16).
01 ws-freigabe-feld     pic     x(10).

01 master-table.
       05 mtb-entry occurs 500 times.
              10 mtb-stundenlohn   pic 9(4)v99.
              10 mtb-beschart      pic x.
              10 mtb-iban-sperre   pic x.
              10 mtb-konfession    pic x(2).
              10 mtb-zustellung    pic x.
01 ws-mtb-count         pic     9(3)     value 0.
01 ws-mtb-idx           pic     9(3).
01 ws-match-idx         pic     9(3)     value 0.

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

              ws-arg-name ws-arg-land ws-arg-stkl ws-arg-kasse
              ws-arg-iban ws-arg-bic ws-arg-eintritt ws-arg-austritt
       move function upper-case( ws-function ) to ws-function
       accept ws-today from date yyyymmdd

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       perform load-master

       evaluate ws-function
              when "ADD"
                     perform add-employee
                     perform save-master
                     move "ANLAGE" to ws-arg-field
                     move spaces to ws-aend-alt
                     move ws-arg-name to ws-aend-neu
                     perform write-aend
              when "CHANGE"
                     unstring ws-args delimited by space into ws-function
                            ws-arg-emp-id ws-arg-field ws-arg-value ws-arg-ab
                     perform check-gueltig-ab
                     perform change-employee
                     evaluate true
                            when ws-arg-field = "IBAN" or ws-arg-field = "BIC"
                                   if ws-vormerken = 'N'
                                          move ws-today to ws-gueltig-ab
                                   end-if
                                   move 'F' to ws-neu-status
                                   perform add-pending
                            when ws-vormerken = 'Y'
                                   move 'O' to ws-neu-status
                                   perform add-pending
                            when other
                                   perform save-master
                                   perform write-aend
                                   display "empmast: " function trim( ws-arg-emp-id )
                                          " geaendert"
                     end-evaluate
              when "APPROVE"
                     move function upper-case( ws-arg-name ) to ws-arg-field
                     move 'A' to ws-neu-status
                     perform decide-bank-change
              when "REJECT"
                     move function upper-case( ws-arg-name ) to ws-arg-field
                     move 'R' to ws-neu-status
                     perform decide-bank-change
              when "BANKAUDIT"
                     perform list-bank-audit
              when "APPLY"
                     move ws-today to ws-stichtag
                     if ws-arg-emp-id not = spaces
                            if function trim( ws-arg-emp-id ) is numeric
                                   move function numval( ws-arg-emp-id )
                                          to ws-stichtag
                            else
                                   move 8 to return-code
                                   display "empmast: ERROR - Stichtag JJJJMMTT erwartet"
                                   stop run
                            end-if
                     end-if
                     perform apply-pending
              when "PENDING"
                     perform list-pending
              when "SHOW"
                     perform show-employee
              when "LIST"
              when other
                     move 8 to return-code
                     display "empmast: usage - ADD id name land stkl kasse iban bic eintritt [austritt]"
                     display "                 CHANGE id feld wert [AB=JJJJMMTT]   (feld: NAME LAND STKL KASSE IBAN BIC EINTRITT AUSTRITT STLOHN ART SPERRE KONF ZUST)"
                     display "                 APPLY [JJJJMMTT]"
                     display "                 PENDING [id]"
                     display "                 APPROVE id [IBAN|BIC]   REJECT id [IBAN|BIC]"
                     display "                 BANKAUDIT [id]"
                     display "                 SHOW id"
                     display "                 LIST"
       end-evaluate
                                   move mst-stundenlohn  to mtb-stundenlohn( ws-mtb-count )
                                   move mst-beschart     to mtb-beschart( ws-mtb-count )
                                   move mst-iban-sperre  to mtb-iban-sperre( ws-mtb-count )
                                   move mst-konfession   to mtb-konfession( ws-mtb-count )
                                   move mst-zustellung   to mtb-zustellung( ws-mtb-count )
                            else
                                   display "empmast: WARNUNG - Stammtabelle"
                                          " voll, Satz ignoriert: "
              move mtb-stundenlohn( ws-mtb-idx )   to mst-stundenlohn
              move mtb-beschart( ws-mtb-idx )      to mst-beschart
              move mtb-iban-sperre( ws-mtb-idx )   to mst-iban-sperre
              move mtb-konfession( ws-mtb-idx )    to mst-konfession
              move mtb-zustellung( ws-mtb-idx )    to mst-zustellung
              write master-record
       end-perform
       close master-file
       move 0 to mtb-stundenlohn( ws-mtb-count )
       move 'N' to mtb-beschart( ws-mtb-count )
       move 'N' to mtb-iban-sperre( ws-mtb-count )
       move spaces to mtb-konfession( ws-mtb-count )
       move 'D' to mtb-zustellung( ws-mtb-count )
       display "empmast: " function trim( ws-arg-emp-id ) " angelegt"
exit.

              stop run
       end-if
       move function upper-case( ws-arg-field ) to ws-arg-field
       perform get-field-value
       move ws-field-value to ws-aend-alt
       evaluate ws-arg-field
              when "NAME"
                     move ws-arg-value to mtb-name( ws-match-idx )
              display "empmast: ERROR - Sperre J oder N"
                            stop run
                     end-if
              when "KONF"
                     move function upper-case( ws-arg-value ) to ws-arg-value
                     if ws-arg-value = "EV" or ws-arg-value = "RK"
                            or ws-arg-value = "AK" or ws-arg-value = "IS"
                            or ws-arg-value = "JD" or ws-arg-value = "--"
                            move ws-arg-value( 1 : 2 )
                                   to mtb-konfession( ws-match-idx )
                     else
                            move 8 to return-code
              display "empmast: ERROR - Konfession EV, RK, AK, IS, JD oder --"
                            stop run
                     end-if
              when "ZUST"
                     move function upper-case( ws-arg-value ) to ws-arg-value
                     if ws-arg-value = "P" or ws-arg-value = "E"
                            or ws-arg-value = "D"
                            move ws-arg-value( 1 : 1 )
                                   to mtb-zustellung( ws-match-idx )
                     else
                            move 8 to return-code
              display "empmast: ERROR - Zustellung P (Portal), E (E-Mail) oder D (Druck)"
                            stop run
                     end-if
              when "ART"
                     move function upper-case( ws-arg-value ) to ws-arg-value
                     if ws-arg-value = "N" or ws-arg-value = "M"
                            function trim( ws-arg-field )
                     stop run
       end-evaluate
       perform get-field-value
       move ws-field-value to ws-aend-neu
exit.

get-field-value.
       move spaces to ws-field-value
       evaluate ws-arg-field
              when "NAME"
                     move mtb-name( ws-match-idx ) to ws-field-value
              when "LAND"
                     move mtb-bundesland( ws-match-idx ) to ws-field-value
              when "STKL"
                     move mtb-steuerklasse( ws-match-idx ) to ws-field-value
              when "KASSE"
                     move mtb-krankenkasse( ws-match-idx ) to ws-field-value
              when "IBAN"
                     move mtb-iban( ws-match-idx ) to ws-field-value
              when "BIC"
                     move mtb-bic( ws-match-idx ) to ws-field-value
              when "EINTRITT"
                     move mtb-eintritt( ws-match-idx ) to ws-disp-datum
                     move ws-disp-datum to ws-field-value
              when "AUSTRITT"
                     move mtb-austritt( ws-match-idx ) to ws-disp-datum
                     move ws-disp-datum to ws-field-value
              when "STLOHN"
                     move mtb-stundenlohn( ws-match-idx ) to ws-disp-stlohn
                     move ws-disp-stlohn to ws-field-value
              when "SPERRE"
                     move mtb-iban-sperre( ws-match-idx ) to ws-field-value
              when "KONF"
                     move mtb-konfession( ws-match-idx ) to ws-field-value
              when "ZUST"
                     move mtb-zustellung( ws-match-idx ) to ws-field-value
              when "ART"
                     move mtb-beschart( ws-match-idx ) to ws-field-value
       end-evaluate
exit.

write-aend.
       accept ws-now-date from date yyyymmdd
       accept ws-now-time from time
       accept ws-benutzer from environment "SEQUENZ_CALLER"
       if ws-benutzer = spaces
              accept ws-benutzer from environment "USER"
       end-if
       open extend aend-file
       if ws-aend-status not = "00" and ws-aend-status not = "05"
              display "empmast: WARNUNG - Aenderung nicht protokolliert, "
                     function trim( ws-aend-file ) " Status " ws-aend-status
              move 4 to return-code
              exit paragraph
       end-if
       move spaces to aend-record
       move ws-arg-emp-id to ae-emp-id
       move ws-arg-field  to ae-feld
       move ws-aend-alt   to ae-alt
       move ws-aend-neu   to ae-neu
       move ws-now-date   to ae-datum
       move ws-now-time( 1 : 6 ) to ae-zeit
       move ws-benutzer   to ae-benutzer
       if ws-erfasst = 0
              if ws-gueltig-ab = 0
                     move ws-now-date to ae-gueltig-ab
              else
                     move ws-gueltig-ab to ae-gueltig-ab
              end-if
              move ws-benutzer to ae-erfasser
              move ws-now-date to ae-erfasst
       else
              move ws-gueltig-ab to ae-gueltig-ab
              move ws-erfasser to ae-erfasser
              move ws-erfasst to ae-erfasst
       end-if
       write aend-record
       close aend-file
exit.

show-employee.
       display "Stundenlohn:    " mtb-stundenlohn( ws-match-idx )
       display "Beschaeftigung: " mtb-beschart( ws-match-idx )
       display "IBAN-Sperre:    " mtb-iban-sperre( ws-match-idx )
       display "Konfession:     " mtb-konfession( ws-match-idx )
       display "Zustellung:     " mtb-zustellung( ws-match-idx )
exit.

list-employees.
       end-perform
       display "empmast: " ws-mtb-count " Satz/Saetze"
exit.

check-gueltig-ab.
       move 'N' to ws-vormerken
       if ws-arg-ab = spaces
              exit paragraph
       end-if
       move function upper-case( ws-arg-ab ) to ws-arg-ab
       if ws-arg-ab( 1 : 3 ) not = "AB="
              or function trim( ws-arg-ab( 4 : ) ) not numeric
              or function length( function trim( ws-arg-ab( 4 : ) ) ) not = 8
              move 8 to return-code
              display "empmast: ERROR - AB=JJJJMMTT erwartet"
              stop run
       end-if
       move function numval( ws-arg-ab( 4 : ) ) to ws-gueltig-ab
       if function test-date-yyyymmdd( ws-gueltig-ab ) not = 0
              move 8 to return-code
              display "empmast: ERROR - ungueltiges Datum " ws-gueltig-ab
              stop run
       end-if
       if ws-gueltig-ab > ws-today
              move 'Y' to ws-vormerken
       end-if
exit.

add-pending.
       perform load-pending
       if ws-ppt-count >= 1000
              move 8 to return-code
              display "empmast: ERROR - " function trim( ws-pend-file )
                     " ist voll"
              stop run
       end-if
       accept ws-now-time from time
       accept ws-benutzer from environment "SEQUENZ_CALLER"
       if ws-benutzer = spaces
              accept ws-benutzer from environment "USER"
       end-if
       if ws-neu-status = 'F' and ws-benutzer = spaces
              move 8 to return-code
              display "empmast: ERROR - Bankverbindung nur mit Benutzerkennung"
                     " aenderbar (Vier-Augen-Prinzip)"
              stop run
       end-if
       add 1 to ws-ppt-count
       move ws-arg-emp-id to ppt-emp-id( ws-ppt-count )
       move ws-arg-field  to ppt-feld( ws-ppt-count )
       move ws-aend-alt   to ppt-alt( ws-ppt-count )
       move ws-aend-neu   to ppt-neu( ws-ppt-count )
       move ws-gueltig-ab to ppt-gueltig-ab( ws-ppt-count )
       move ws-neu-status to ppt-status( ws-ppt-count )
       move ws-benutzer   to ppt-benutzer( ws-ppt-count )
       move ws-today      to ppt-datum( ws-ppt-count )
       move ws-now-time( 1 : 6 ) to ppt-zeit( ws-ppt-count )
       move 0             to ppt-angewandt( ws-ppt-count )
       move spaces        to ppt-freigeber( ws-ppt-count )
       move 0             to ppt-freigabe-dat( ws-ppt-count )
       perform save-pending
       if ws-neu-status = 'F'
              display "empmast: " function trim( ws-arg-emp-id ) " "
                     function trim( ws-arg-field ) " ab " ws-gueltig-ab
                     " erfasst - wartet auf Freigabe durch zweiten Bearbeiter"
       else
              display "empmast: " function trim( ws-arg-emp-id ) " "
                     function trim( ws-arg-field ) " vorgemerkt ab " ws-gueltig-ab
       end-if
exit.

load-pending.
       move 0 to ws-ppt-count
       move 'N' to ws-pend-end
       open input pend-file
       if ws-pend-status = "00"
              perform until ws-pend-end = 'Y'
                     read pend-file
                     at end
                            move 'Y' to ws-pend-end
                     not at end
                            if ws-ppt-count < 1000
                                   add 1 to ws-ppt-count
                                   move pp-emp-id     to ppt-emp-id( ws-ppt-count )
                                   move pp-feld       to ppt-feld( ws-ppt-count )
                                   move pp-alt        to ppt-alt( ws-ppt-count )
                                   move pp-neu        to ppt-neu( ws-ppt-count )
                                   move pp-gueltig-ab to ppt-gueltig-ab( ws-ppt-count )
                                   move pp-status     to ppt-status( ws-ppt-count )
                                   move pp-benutzer   to ppt-benutzer( ws-ppt-count )
                                   move pp-datum      to ppt-datum( ws-ppt-count )
                                   move pp-zeit       to ppt-zeit( ws-ppt-count )
                                   move pp-angewandt  to ppt-angewandt( ws-ppt-count )
                                   if pp-freigabe-dat not numeric
                                          move spaces to pp-freigeber
                                          move 0 to pp-freigabe-dat
                                   end-if
                                   move pp-freigeber  to ppt-freigeber( ws-ppt-count )
                                   move pp-freigabe-dat
                                          to ppt-freigabe-dat( ws-ppt-count )
                            else
                                   move 8 to return-code
                                   display "empmast: ERROR - "
                                          function trim( ws-pend-file )
                                          " hat mehr als 1000 Saetze"
                                   stop run
                            end-if
              end-perform
       end-if
       close pend-file
exit.

save-pending.
       open output pend-file
       perform varying ws-ppt-idx from 1 by 1 until ws-ppt-idx > ws-ppt-count
              move spaces to pend-record
              move ppt-emp-id( ws-ppt-idx )     to pp-emp-id
              move ppt-feld( ws-ppt-idx )       to pp-feld
              move ppt-alt( ws-ppt-idx )        to pp-alt
              move ppt-neu( ws-ppt-idx )        to pp-neu
              move ppt-gueltig-ab( ws-ppt-idx ) to pp-gueltig-ab
              move ppt-status( ws-ppt-idx )     to pp-status
              move ppt-benutzer( ws-ppt-idx )   to pp-benutzer
              move ppt-datum( ws-ppt-idx )      to pp-datum
              move ppt-zeit( ws-ppt-idx )       to pp-zeit
              move ppt-angewandt( ws-ppt-idx )  to pp-angewandt
              move ppt-freigeber( ws-ppt-idx )  to pp-freigeber
              move ppt-freigabe-dat( ws-ppt-idx ) to pp-freigabe-dat
              write pend-record
       end-perform
       close pend-file
exit.

apply-pending.
       perform load-pending
       move 0 to ws-applied-count
       perform find-next-due
       perform until ws-ppt-next = 0
              perform apply-one-pending
              perform find-next-due
       end-perform
       if ws-applied-count > 0
              perform save-master
              perform save-pending
       end-if
       display "empmast: " ws-applied-count " vorgemerkte Aenderung(en) bis "
              ws-stichtag " uebernommen"
exit.

find-next-due.
       move 0 to ws-ppt-next
       perform varying ws-ppt-idx from 1 by 1 until ws-ppt-idx > ws-ppt-count
              if ppt-status( ws-ppt-idx ) = 'O'
                     and ppt-gueltig-ab( ws-ppt-idx ) <= ws-stichtag
                     if ws-ppt-next = 0
                            move ws-ppt-idx to ws-ppt-next
                     else
                            if ppt-gueltig-ab( ws-ppt-idx )
                                   < ppt-gueltig-ab( ws-ppt-next )
                                   move ws-ppt-idx to ws-ppt-next
                            end-if
                     end-if
              end-if
       end-perform
exit.

apply-one-pending.
       move ppt-emp-id( ws-ppt-next ) to ws-arg-emp-id
       move ppt-feld( ws-ppt-next )   to ws-arg-field
       move ppt-neu( ws-ppt-next )    to ws-arg-value
       perform find-employee
       if ws-match-idx = 0
              display "empmast: WARNUNG - " function trim( ws-arg-emp-id )
                     " nicht mehr angelegt, Aenderung "
                     function trim( ws-arg-field ) " verworfen"
              move 'V' to ppt-status( ws-ppt-next )
              move ws-today to ppt-angewandt( ws-ppt-next )
              move 4 to return-code
              exit paragraph
       end-if
       perform change-employee
       move ws-aend-alt to ppt-alt( ws-ppt-next )
       move 'A' to ppt-status( ws-ppt-next )
       move ws-today to ppt-angewandt( ws-ppt-next )
       move ppt-gueltig-ab( ws-ppt-next ) to ws-gueltig-ab
       move ppt-benutzer( ws-ppt-next ) to ws-erfasser
       move ppt-datum( ws-ppt-next ) to ws-erfasst
       perform write-aend
       add 1 to ws-applied-count
       display "empmast: " function trim( ws-arg-emp-id ) " "
              function trim( ws-arg-field ) " ab " ws-gueltig-ab ": "
              function trim( ws-aend-alt ) " -> " function trim( ws-aend-neu )
exit.

list-pending.
       perform load-pending
       compute ws-list-ab = function date-of-integer(
              function integer-of-date( ws-today ) - 90 )
       move 0 to ws-list-count
       display "VORGEMERKTE AENDERUNGEN"
       display "PERS.-NR.   FELD       GUELTIG AB  ALT                            NEU                            ERFASST VON          AM        STATUS"
       perform varying ws-ppt-idx from 1 by 1 until ws-ppt-idx > ws-ppt-count
              if ( ppt-status( ws-ppt-idx ) = 'O'
                     or ppt-status( ws-ppt-idx ) = 'F' )
                     and ( ws-arg-emp-id = spaces
                     or ppt-emp-id( ws-ppt-idx ) = ws-arg-emp-id )
                     perform set-status-text
                     display ppt-emp-id( ws-ppt-idx ) "  "
                            ppt-feld( ws-ppt-idx ) " "
                            ppt-gueltig-ab( ws-ppt-idx ) "    "
                            ppt-alt( ws-ppt-idx ) " "
                            ppt-neu( ws-ppt-idx ) " "
                            ppt-benutzer( ws-ppt-idx ) " "
                            ppt-datum( ws-ppt-idx ) "  "
                            ws-status-text
                     add 1 to ws-list-count
              end-if
       end-perform
       display " "
       display "DURCHGEFUEHRTE AENDERUNGEN SEIT " ws-list-ab
       display "PERS.-NR.   FELD       GUELTIG AB  ALT                            NEU                            ERFASST VON          AM        DURCHGEF. VON        AM"
       move 'N' to ws-aend-end
       open input aend-file
       if ws-aend-status = "00"
              perform until ws-aend-end = 'Y'
                     read aend-file
                     at end
                            move 'Y' to ws-aend-end
                     not at end
                            if ae-gueltig-ab not numeric
                                   move ae-datum to ae-gueltig-ab
                                   move ae-benutzer to ae-erfasser
                                   move ae-datum to ae-erfasst
                            end-if
                            if ae-datum >= ws-list-ab
                                   and ( ws-arg-emp-id = spaces
                                   or ae-emp-id = ws-arg-emp-id )
                                   display ae-emp-id "  "
                                          ae-feld " "
                                          ae-gueltig-ab "    "
                                          ae-alt " "
                                          ae-neu " "
                                          ae-erfasser " "
                                          ae-erfasst "  "
                                          ae-benutzer " "
                                          ae-datum
                                   add 1 to ws-list-count
                            end-if
              end-perform
       end-if
       close aend-file
       display "empmast: " ws-list-count " Aenderung(en)"
exit.

decide-bank-change.
       accept ws-benutzer from environment "SEQUENZ_CALLER"
       if ws-benutzer = spaces
              accept ws-benutzer from environment "USER"
       end-if
       if ws-benutzer = spaces
              move 8 to return-code
              display "empmast: ERROR - Freigabe nur mit Benutzerkennung"
              stop run
       end-if
       if ws-arg-field not = spaces
              and ws-arg-field not = "IBAN" and ws-arg-field not = "BIC"
              move 8 to return-code
              display "empmast: ERROR - Freigabe nur fuer IBAN oder BIC"
              stop run
       end-if
       move ws-arg-field to ws-freigabe-feld
       perform load-pending
       move 0 to ws-freigabe-count
       move 0 to ws-applied-count
       perform varying ws-ppt-idx from 1 by 1 until ws-ppt-idx > ws-ppt-count
              if ppt-emp-id( ws-ppt-idx ) = ws-arg-emp-id
                     and ppt-status( ws-ppt-idx ) = 'F'
                     and ( ws-freigabe-feld = spaces
                     or ppt-feld( ws-ppt-idx ) = ws-freigabe-feld )
                     perform decide-one-bank-change
              end-if
       end-perform
       if ws-freigabe-count = 0
              move 8 to return-code
              display "empmast: ERROR - keine offene Bankaenderung fuer "
                     function trim( ws-arg-emp-id )
              stop run
       end-if
       if ws-applied-count > 0
              perform save-master
       end-if
       perform save-pending
exit.

decide-one-bank-change.
       if ppt-benutzer( ws-ppt-idx ) = ws-benutzer
              move 8 to return-code
              display "empmast: ERROR - " function trim( ppt-feld( ws-ppt-idx ) )
                     " von " function trim( ws-arg-emp-id )
                     " wurde von " function trim( ws-benutzer )
                     " erfasst - Freigabe nur durch zweiten Bearbeiter"
              stop run
       end-if
       add 1 to ws-freigabe-count
       move ws-benutzer to ppt-freigeber( ws-ppt-idx )
       move ws-today to ppt-freigabe-dat( ws-ppt-idx )
       if ws-neu-status = 'R'
              move 'R' to ppt-status( ws-ppt-idx )
              display "empmast: " function trim( ws-arg-emp-id ) " "
                     function trim( ppt-feld( ws-ppt-idx ) ) " "
                     function trim( ppt-neu( ws-ppt-idx ) ) " abgelehnt"
              exit paragraph
       end-if
       if ppt-gueltig-ab( ws-ppt-idx ) > ws-today
              move 'O' to ppt-status( ws-ppt-idx )
              display "empmast: " function trim( ws-arg-emp-id ) " "
                     function trim( ppt-feld( ws-ppt-idx ) )
                     " freigegeben, vorgemerkt ab " ppt-gueltig-ab( ws-ppt-idx )
       else
              move ws-ppt-idx to ws-ppt-next
              perform apply-one-pending
       end-if
exit.

set-status-text.
       evaluate ppt-status( ws-ppt-idx )
              when 'F'
                     move "FREIGABE OFFEN" to ws-status-text
              when 'O'
                     move "VORGEMERKT" to ws-status-text
              when 'A'
                     move "DURCHGEFUEHRT" to ws-status-text
              when 'R'
                     move "ABGELEHNT" to ws-status-text
              when 'V'
                     move "VERWORFEN" to ws-status-text
              when other
                     move spaces to ws-status-text
       end-evaluate
exit.

list-bank-audit.
       perform load-pending
       move 0 to ws-list-count
       display "PROTOKOLL AENDERUNGEN BANKVERBINDUNG"
       display "PERS.-NR.   FELD       ALT                            NEU                            GUELTIG AB  BEANTRAGT VON        AM        ENTSCHIEDEN VON      AM        STATUS"
       perform varying ws-ppt-idx from 1 by 1 until ws-ppt-idx > ws-ppt-count
              if ( ppt-feld( ws-ppt-idx ) = "IBAN"
                     or ppt-feld( ws-ppt-idx ) = "BIC" )
                     and ( ws-arg-emp-id = spaces
                     or ppt-emp-id( ws-ppt-idx ) = ws-arg-emp-id )
                     perform set-status-text
                     display ppt-emp-id( ws-ppt-idx ) "  "
                            ppt-feld( ws-ppt-idx ) " "
                            ppt-alt( ws-ppt-idx ) " "
                            ppt-neu( ws-ppt-idx ) " "
                            ppt-gueltig-ab( ws-ppt-idx ) "    "
                            ppt-benutzer( ws-ppt-idx ) " "
                            ppt-datum( ws-ppt-idx ) "  "
                            ppt-freigeber( ws-ppt-idx ) " "
                            ppt-freigabe-dat( ws-ppt-idx ) "  "
                            ws-status-text
                     add 1 to ws-list-count
              end-if
       end-perform
       display "empmast: " ws-list-count " Bankaenderung(en)"
exit.

set-umgebung.
       call "UMGEBUNG-SCHUTZ" using ws-master-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-master-file to ws-env-denied
       end-if
       call "UMGEBUNG-SCHUTZ" using ws-aend-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-aend-file to ws-env-denied
       end-if
       call "UMGEBUNG-SCHUTZ" using ws-pend-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-pend-file to ws-env-denied
       end-if
       if ws-env-all-ok = 'N' and ws-function not = "SHOW" and ws-function not = "LIST"
                     and ws-function not = "PENDING" and ws-function not = "BANKAUDIT"
              call "UMGEBUNG-NAME" using ws-env-name ws-env-art
                     on exception continue
              end-call
              display "empmast: FEHLER - Testumgebung " function trim( ws-env-name )
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
              display "empmast: ERROR - Mandant " function trim( ws-mandant )
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
       move ws-aend-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-aend-file
       move ws-pend-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-pend-file
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
