identification division.
program-id.	dsgvo.


environment division.
input-output section.
file-control.
       select optional data-file assign to ws-data-name
       organization is line sequential
       file status is ws-data-status.

       select temp-file assign to ws-temp-name
       organization is line sequential
       file status is ws-temp-status.

       select optional katalog-file assign to ws-katalog-file
       organization is line sequential
       file status is ws-katalog-status.

       select optional hold-file assign to ws-hold-file
       organization is line sequential
       file status is ws-hold-status.

       select report-file assign to ws-report-file
       organization is line sequential.

       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

data division.
file section.
fd data-file.
01 data-record               pic x(400).
01 data-master-record redefines data-record.
       05 dm-emp-id         pic x(10).
       05 dm-name           pic x(30).
       05 dm-bundesland     pic x(2).
       05 dm-steuerklasse   pic x.
       05 dm-krankenkasse   pic x(8).
       05 dm-iban           pic x(22).
       05 dm-bic            pic x(11).
       05 dm-eintritt       pic x(8).
       05 dm-austritt       pic x(8).
       05 dm-stundenlohn    pic x(6).
       05 dm-beschart       pic x.
       05 dm-iban-sperre    pic x.
       05 dm-konfession     pic x(2).
       05 filler            pic x(290).
01 data-zust-record redefines data-record.
       05 dz-emp-id         pic x(10).
       05 dz-periode        pic x(6).
       05 dz-weg            pic x.
       05 dz-status         pic x.
       05 dz-pruefsumme     pic x(10).
       05 dz-erstellt       pic x(8).
       05 dz-geoeffnet      pic x(14).
       05 dz-dokument       pic x(80).
       05 filler            pic x(270).

fd temp-file.
01 temp-record               pic x(400).

fd katalog-file.
01 katalog-record.
       05 kat-family        pic x(12).
       05 kat-gen-name      pic x(80).
       05 kat-date          pic 9(8).
       05 kat-time          pic 9(6).
       05 kat-count         pic 9(6).
       05 kat-chksum        pic 9(10).

fd hold-file.
01 hold-record.
       05 hd-family         pic x(12).
       05 hd-gen            pic x(80).
       05 hd-date           pic 9(8).
       05 hd-time           pic 9(6).

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
01 ws-today             pic     9(8).
01 ws-stichtag          pic     9(8)     value 0.
01 ws-vorschau          pic     x        value 'N'.
01 ws-benutzer          pic     x(20)    value spaces.

01 ws-frist-pseudo      pic     9(2)     value 6.
01 ws-frist-loesch      pic     9(2)     value 10.
01 ws-frist-disp-1      pic     z9.
01 ws-frist-disp-2      pic     z9.

01 ws-master-file       pic     x(200)   value "EMPMAST.DAT".
01 ws-ytd-file          pic     x(200)   value "YTD.DAT".
01 ws-lohnhist-file     pic     x(200)   value "LOHNHIST.DAT".
01 ws-register-file     pic     x(200)   value "DEUEVREG.DAT".
01 ws-aend-file         pic     x(200)   value "EMPAEND.DAT".
01 ws-pend-file         pic     x(200)   value "EMPPEND.DAT".
01 ws-zust-file         pic     x(200)   value "ZUSTELLUNG.DAT".
01 ws-katalog-file      pic     x(200)   value "ARCHKAT.DAT".
01 ws-katalog-status    pic     xx       value spaces.
01 ws-katalog-end       pic     x        value 'N'.
01 ws-report-file       pic     x(200)   value "DSGVO.TXT".
01 ws-hold-file         pic     x(200)   value "ARCHHOLD.DAT".
01 ws-hold-status       pic     xx       value spaces.
01 ws-hold-end          pic     x        value 'N'.

01 ws-data-name         pic     x(200).
01 ws-data-status       pic     xx       value spaces.
01 ws-data-end          pic     x        value 'N'.
01 ws-temp-name         pic     x(200).
01 ws-temp-status       pic     xx       value spaces.
01 ws-temp-end          pic     x        value 'N'.

01 ws-art               pic     x        value space.
       88 ws-art-stamm                   value 'M'.
       88 ws-art-aenderung               value 'A'.
       88 ws-art-bewegung                value 'B'.
       88 ws-art-zustellung              value 'Z'.

01 kandidat-table.
       05 kdt-entry occurs 500 times.
              10 kdt-emp-id        pic x(10).
              10 kdt-neu-id        pic x(10).
              10 kdt-aktion        pic x.
              10 kdt-austritt      pic 9(8).
              10 kdt-frist         pic 9(8).
01 ws-kdt-count         pic     9(3)     value 0.
01 ws-kdt-idx           pic     9(3).
01 ws-kdt-found         pic     9(3).

01 ws-pseudo-max        pic     9(7)     value 0.
01 ws-pseudo-nr         pic     9(7).
01 ws-austritt-jahr     pic     9(4).
01 ws-frist-pseudo-ende pic     9(8).
01 ws-frist-loesch-ende pic     9(8).

01 ws-file-geaendert    pic     9(6).
01 ws-file-geloescht    pic     9(6).
01 ws-file-saetze       pic     9(6).
01 ws-file-chk          pic     9(10).
01 ws-tot-geaendert     pic     9(7)     value 0.
01 ws-tot-geloescht     pic     9(7)     value 0.
01 ws-pseudo-count      pic     9(3)     value 0.
01 ws-loesch-count      pic     9(3)     value 0.
01 ws-gen-count         pic     9(3)     value 0.
01 ws-dok-count         pic     9(5)     value 0.
01 ws-dok-name          pic     x(200).
01 ws-dok-rc            pic     s9(9)    usage comp.
01 ws-file-info.
       05 ws-fi-size        pic x(8)     usage comp-x.
       05 ws-fi-stamp       pic x(8).

01 katalog-table.
       05 kat-entry occurs 200 times.
              10 kct-record        pic x(122).
              10 kct-record-r redefines kct-record.
                     15 kct-family        pic x(12).
                     15 kct-gen           pic x(80).
                     15 kct-date          pic 9(8).
                     15 kct-time          pic 9(6).
                     15 kct-cnt           pic 9(6).
                     15 kct-chk           pic 9(10).
01 ws-kct-count         pic     9(3)     value 0.
01 ws-kct-idx           pic     9(3).
01 ws-kct-mand-len      pic     9(3).
01 ws-kct-tally         pic     9(3).

01 hold-table.
       05 hdt-entry occurs 100 times.
              10 hdt-family        pic x(12).
              10 hdt-gen           pic x(80).
01 ws-hdt-count         pic     9(3)     value 0.
01 ws-hdt-idx           pic     9(3).
01 ws-held              pic     x        value 'N'.
01 ws-held-count        pic     9(3)     value 0.

01 ws-chk-buffer        pic     x(400).
01 ws-chk-pos           pic     9(3).
01 ws-chk-len           pic     9(3).

01 ws-count-disp        pic     zzzzz9.
01 ws-count-disp-2      pic     zzzzz9.
01 ws-count-disp-3      pic     zzzzz9.

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
       accept ws-benutzer from environment "SEQUENZ_CALLER"
       if ws-benutzer = spaces
              accept ws-benutzer from environment "USER"
       end-if
       move ws-today to ws-stichtag
       move 1 to ws-arg-ptr
       perform until ws-arg-ptr > function length( function trim( ws-cmd-args ) )
              move spaces to ws-arg-tok
              unstring ws-cmd-args delimited by space into ws-arg-tok
                     with pointer ws-arg-ptr
              if ws-arg-tok not = spaces
                     perform classify-argument
              end-if
       end-perform
       if ws-vorschau = 'N' and ws-benutzer = spaces
              display "dsgvo: FEHLER - Benutzer ($USER) fehlt - Loeschlauf"
                     " muss einer Person zugeordnet sein"
              move 8 to return-code
              stop run
       end-if

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       perform find-kandidaten
       open output report-file
       perform write-report-header
       if ws-kdt-count = 0
              move "Keine Mitarbeiter mit abgelaufener Aufbewahrungsfrist."
                     to report-record
              write report-record
              close report-file
              display "dsgvo: keine Mitarbeiter mit abgelaufener"
                     " Aufbewahrungsfrist"
              stop run
       end-if
       perform write-kandidaten

       move spaces to report-record
       write report-record
       move spaces to report-record
       string "DATEI" "                                          "
              "SAETZE  GEAENDERT  GELOESCHT"
              delimited by size into report-record
       write report-record
       move ws-master-file to ws-data-name
       move 'M' to ws-art
       perform process-file
       move ws-ytd-file to ws-data-name
       move 'B' to ws-art
       perform process-file
       move ws-lohnhist-file to ws-data-name
       perform process-file
       move ws-register-file to ws-data-name
       perform process-file
       move ws-aend-file to ws-data-name
       move 'A' to ws-art
       perform process-file
       move ws-pend-file to ws-data-name
       perform process-file
       move ws-zust-file to ws-data-name
       move 'Z' to ws-art
       perform process-file
       perform process-archiv

       move spaces to report-record
       write report-record
       move ws-tot-geaendert to ws-count-disp
       move ws-tot-geloescht to ws-count-disp-2
       move spaces to report-record
       string "SUMME: " ws-pseudo-count " pseudonymisiert, " ws-loesch-count
              " geloescht, Saetze geaendert " ws-count-disp
              ", Saetze geloescht " ws-count-disp-2
              delimited by size into report-record
       write report-record
       move ws-dok-count to ws-count-disp
       move spaces to report-record
       if ws-vorschau = 'Y'
              string "Abrechnungsdokumente (VA_) zu loeschen: " ws-count-disp
                     delimited by size into report-record
       else
              string "Abrechnungsdokumente (VA_) geloescht: " ws-count-disp
                     delimited by size into report-record
       end-if
       write report-record
       if ws-vorschau = 'Y'
              move "VORSCHAU - es wurden keine Daten geaendert."
                     to report-record
              write report-record
       end-if
       close report-file
       if ws-vorschau = 'Y'
              display "dsgvo: VORSCHAU - " ws-pseudo-count
                     " zu pseudonymisieren, " ws-loesch-count
                     " zu loeschen, " ws-dok-count " Dokument(e) zu loeschen"
                     " - siehe " function trim( ws-report-file )
       else
              display "dsgvo: " ws-pseudo-count " pseudonymisiert, "
                     ws-loesch-count " geloescht, " ws-dok-count
                     " Dokument(e) geloescht - Protokoll "
                     function trim( ws-report-file )
       end-if
       stop run.

classify-argument.
       evaluate true
              when function upper-case( ws-arg-tok ) = "VORSCHAU"
                     move 'Y' to ws-vorschau
              when ws-arg-tok( 1 : 9 ) = "STICHTAG="
                     if function trim( ws-arg-tok( 10 : ) ) is numeric
                            and function test-date-yyyymmdd(
                                   function numval( ws-arg-tok( 10 : ) ) ) = 0
                            move function numval( ws-arg-tok( 10 : ) )
                                   to ws-stichtag
                     else
                            display "dsgvo: FEHLER - STICHTAG=JJJJMMTT erwartet"
                            move 8 to return-code
                            stop run
                     end-if
              when ws-arg-tok( 1 : 8 ) = "ARCHKAT="
                     move ws-arg-tok( 9 : ) to ws-katalog-file
              when ws-arg-tok( 1 : 9 ) = "ARCHHOLD="
                     move ws-arg-tok( 10 : ) to ws-hold-file
              when other
                     move ws-arg-tok to ws-report-file
       end-evaluate
exit.

find-kandidaten.
       move ws-master-file to ws-data-name
       move 'N' to ws-data-end
       open input data-file
       if ws-data-status not = "00"
              display "dsgvo: FEHLER - kann " function trim( ws-master-file )
                     " nicht oeffnen"
              move 8 to return-code
              stop run
       end-if
       perform until ws-data-end = 'Y'
              read data-file
              at end
                     move 'Y' to ws-data-end
              not at end
                     if dm-emp-id( 1 : 3 ) = "DSG"
                            and dm-emp-id( 4 : 7 ) is numeric
                            and dm-emp-id( 4 : 7 ) > ws-pseudo-max
                            move dm-emp-id( 4 : 7 ) to ws-pseudo-max
                     end-if
                     if dm-austritt is numeric and dm-austritt not = "00000000"
                            perform check-frist
                     end-if
       end-perform
       close data-file
exit.

check-frist.
       move dm-austritt( 1 : 4 ) to ws-austritt-jahr
       compute ws-frist-pseudo-ende =
              ( ws-austritt-jahr + ws-frist-pseudo ) * 10000 + 1231
       compute ws-frist-loesch-ende =
              ( ws-austritt-jahr + ws-frist-loesch ) * 10000 + 1231
       if ws-stichtag <= ws-frist-pseudo-ende
              exit paragraph
       end-if
       if ws-stichtag <= ws-frist-loesch-ende and dm-emp-id( 1 : 3 ) = "DSG"
              exit paragraph
       end-if
       if ws-kdt-count >= 500
              display "dsgvo: WARNUNG - mehr als 500 Mitarbeiter, Rest im"
                     " naechsten Lauf"
              move 4 to return-code
              exit paragraph
       end-if
       add 1 to ws-kdt-count
       move dm-emp-id to kdt-emp-id( ws-kdt-count )
       move dm-austritt to kdt-austritt( ws-kdt-count )
       if ws-stichtag > ws-frist-loesch-ende
              move 'L' to kdt-aktion( ws-kdt-count )
              move spaces to kdt-neu-id( ws-kdt-count )
              move ws-frist-loesch-ende to kdt-frist( ws-kdt-count )
              add 1 to ws-loesch-count
       else
              move 'P' to kdt-aktion( ws-kdt-count )
              move ws-frist-pseudo-ende to kdt-frist( ws-kdt-count )
              add 1 to ws-pseudo-max
              move ws-pseudo-max to ws-pseudo-nr
              move spaces to kdt-neu-id( ws-kdt-count )
              string "DSG" ws-pseudo-nr delimited by size
                     into kdt-neu-id( ws-kdt-count )
              add 1 to ws-pseudo-count
       end-if
exit.

write-report-header.
       move all "=" to report-record
       write report-record
       move spaces to report-record
       string "DSGVO-LOESCHPROTOKOLL  Stichtag: " ws-stichtag
              "   erstellt am: " ws-today
              "   durch: " ws-benutzer
              delimited by size into report-record
       write report-record
       if ws-mandant-found = 'Y'
              move spaces to report-record
              string "Mandant: " ws-mandant " " ws-mand-firma
                     delimited by size into report-record
              write report-record
       end-if
       move ws-frist-pseudo to ws-frist-disp-1
       move ws-frist-loesch to ws-frist-disp-2
       move spaces to report-record
       string "Fristen ab Ende des Austrittsjahres: " ws-frist-disp-1
              " Jahre Lohnkonto/Stammdaten (Pseudonymisierung), "
              ws-frist-disp-2 " Jahre Buchungsbelege (Loeschung)"
              delimited by size into report-record
       write report-record
       if ws-vorschau = 'Y'
              move "VORSCHAU - es werden keine Daten geaendert"
                     to report-record
              write report-record
       end-if
       move all "=" to report-record
       write report-record
exit.

write-kandidaten.
       move "PERS.-NR.   AUSTRITT  FRIST BIS  MASSNAHME" to report-record
       write report-record
       perform varying ws-kdt-idx from 1 by 1 until ws-kdt-idx > ws-kdt-count
              move spaces to report-record
              if kdt-aktion( ws-kdt-idx ) = 'L'
                     string kdt-emp-id( ws-kdt-idx ) "  "
                            kdt-austritt( ws-kdt-idx ) "  "
                            kdt-frist( ws-kdt-idx ) "   GELOESCHT"
                            delimited by size into report-record
              else
                     string kdt-emp-id( ws-kdt-idx ) "  "
                            kdt-austritt( ws-kdt-idx ) "  "
                            kdt-frist( ws-kdt-idx ) "   PSEUDONYMISIERT ALS "
                            kdt-neu-id( ws-kdt-idx )
                            delimited by size into report-record
              end-if
              write report-record
       end-perform
exit.

process-file.
       move 0 to ws-file-saetze
       move 0 to ws-file-geaendert
       move 0 to ws-file-geloescht
       move 0 to ws-file-chk
       move 'N' to ws-data-end
       open input data-file
       if ws-data-status not = "00"
              close data-file
              move spaces to report-record
              string ws-data-name( 1 : 45 ) "  nicht vorhanden"
                     delimited by size into report-record
              write report-record
              exit paragraph
       end-if
       move spaces to ws-temp-name
       string function trim( ws-data-name ) ".DSGVO" delimited by size
              into ws-temp-name
       if ws-vorschau = 'N'
              open output temp-file
       end-if
       perform until ws-data-end = 'Y'
              read data-file
              at end
                     move 'Y' to ws-data-end
              not at end
                     perform process-record
       end-perform
       close data-file
       if ws-vorschau = 'N'
              close temp-file
              if ws-file-geaendert > 0 or ws-file-geloescht > 0
                     perform copy-back
              end-if
              call "CBL_DELETE_FILE" using ws-temp-name
                     on exception continue
              end-call
       end-if
       add ws-file-geaendert to ws-tot-geaendert
       add ws-file-geloescht to ws-tot-geloescht
       move ws-file-saetze to ws-count-disp
       move ws-file-geaendert to ws-count-disp-2
       move ws-file-geloescht to ws-count-disp-3
       move spaces to report-record
       string ws-data-name( 1 : 45 ) "  " ws-count-disp
              "     " ws-count-disp-2 "     " ws-count-disp-3
              delimited by size into report-record
       write report-record
exit.

process-record.
       move 0 to ws-kdt-found
       perform varying ws-kdt-idx from 1 by 1 until ws-kdt-idx > ws-kdt-count
              if kdt-emp-id( ws-kdt-idx ) = data-record( 1 : 10 )
                     move ws-kdt-idx to ws-kdt-found
              end-if
       end-perform
       if ws-kdt-found > 0
              if ws-art-zustellung
                     perform remove-dokument
              end-if
              if kdt-aktion( ws-kdt-found ) = 'L' or ws-art-aenderung
                     add 1 to ws-file-geloescht
                     exit paragraph
              end-if
              move kdt-neu-id( ws-kdt-found ) to data-record( 1 : 10 )
              if ws-art-stamm
                     move "PSEUDONYMISIERT" to dm-name
                     move spaces to dm-iban
                     move spaces to dm-bic
                     move spaces to dm-konfession
                     move space to dm-iban-sperre
              end-if
              if ws-art-zustellung
                     move spaces to dz-geoeffnet
                     move spaces to dz-dokument
              end-if
              add 1 to ws-file-geaendert
       end-if
       add 1 to ws-file-saetze
       if ws-vorschau = 'N'
              move data-record to temp-record
              write temp-record
       end-if
       move data-record to ws-chk-buffer
       perform checksum-record
exit.

remove-dokument.
       if dz-dokument = spaces
              exit paragraph
       end-if
       move dz-dokument to ws-dok-name
       move return-code to ws-dok-rc
       call "CBL_CHECK_FILE_EXIST" using ws-dok-name ws-file-info
       if return-code = 0
              add 1 to ws-dok-count
              if ws-vorschau = 'N'
                     call "CBL_DELETE_FILE" using ws-dok-name
                     if return-code not = 0
                            display "dsgvo: WARNUNG - Dokument "
                                   function trim( ws-dok-name )
                                   " nicht loeschbar"
                            move 4 to ws-dok-rc
                     end-if
              end-if
       end-if
       move ws-dok-rc to return-code
exit.

copy-back.
       move 'N' to ws-temp-end
       open input temp-file
       open output data-file
       perform until ws-temp-end = 'Y'
              read temp-file
              at end
                     move 'Y' to ws-temp-end
              not at end
                     move temp-record to data-record
                     write data-record
       end-perform
       close temp-file
       close data-file
exit.

checksum-record.
       compute ws-chk-len =
              function length( function trim( ws-chk-buffer, trailing ) )
       perform varying ws-chk-pos from 1 by 1 until ws-chk-pos > ws-chk-len
              compute ws-file-chk = function mod( ws-file-chk * 31
                     + function ord( ws-chk-buffer( ws-chk-pos : 1 ) )
                     , 9999999967 )
       end-perform
       compute ws-file-chk = function mod( ws-file-chk * 31 + 10 , 9999999967 )
exit.

process-archiv.
       open input katalog-file
       if ws-katalog-status = "00"
              perform until ws-katalog-end = 'Y'
                     read katalog-file
                     at end
                            move 'Y' to ws-katalog-end
                     not at end
                            if ws-kct-count < 200
                                   add 1 to ws-kct-count
                                   move katalog-record to kct-record( ws-kct-count )
                            end-if
              end-perform
       end-if
       close katalog-file
       if ws-kct-count = 0
              move spaces to report-record
              string "Archivkatalog " function trim( ws-katalog-file )
                     " leer oder nicht vorhanden"
                     delimited by size into report-record
              write report-record
              exit paragraph
       end-if
       perform load-holds
       compute ws-kct-mand-len =
              function length( function trim( ws-mand-verz ) )
       perform varying ws-kct-idx from 1 by 1 until ws-kct-idx > ws-kct-count
              perform process-generation
       end-perform
       if ws-vorschau = 'N' and ws-gen-count > 0
              open output katalog-file
              perform varying ws-kct-idx from 1 by 1 until ws-kct-idx > ws-kct-count
                     move kct-record( ws-kct-idx ) to katalog-record
                     write katalog-record
              end-perform
              close katalog-file
       end-if
       if ws-held-count > 0
              display "dsgvo: WARNUNG - " ws-held-count " Archivgeneration(en)"
                     " unter Legal Hold nicht bearbeitet"
              if return-code < 4
                     move 4 to return-code
              end-if
       end-if
exit.

load-holds.
       open input hold-file
       if ws-hold-status = "00"
              perform until ws-hold-end = 'Y'
                     read hold-file
                     at end
                            move 'Y' to ws-hold-end
                     not at end
                            if hd-family not = spaces and ws-hdt-count < 100
                                   add 1 to ws-hdt-count
                                   move hd-family to hdt-family( ws-hdt-count )
                                   move hd-gen to hdt-gen( ws-hdt-count )
                            end-if
              end-perform
       end-if
       close hold-file
exit.

check-hold.
       move 'N' to ws-held
       perform varying ws-hdt-idx from 1 by 1 until ws-hdt-idx > ws-hdt-count
              if hdt-family( ws-hdt-idx ) = "*"
                     or hdt-family( ws-hdt-idx ) = kct-family( ws-kct-idx )
                     if hdt-gen( ws-hdt-idx ) = spaces
                            or hdt-gen( ws-hdt-idx ) = kct-gen( ws-kct-idx )
                            or ( hdt-gen( ws-hdt-idx )( 9 : ) = spaces
                            and hdt-gen( ws-hdt-idx )( 1 : 8 ) = kct-date( ws-kct-idx ) )
                            move 'Y' to ws-held
                     end-if
              end-if
       end-perform
exit.

process-generation.
       if ws-mandant-found = 'Y'
              if kct-gen( ws-kct-idx )( 1 : ws-kct-mand-len )
                     not = ws-mand-verz( 1 : ws-kct-mand-len )
                     exit paragraph
              end-if
       end-if
       perform check-hold
       if ws-held = 'Y'
              add 1 to ws-held-count
              move spaces to report-record
              string kct-gen( ws-kct-idx )( 1 : 45 )
                     "  LEGAL HOLD - nicht bearbeitet"
                     delimited by size into report-record
              write report-record
              exit paragraph
       end-if
       move 'B' to ws-art
       move 0 to ws-kct-tally
       inspect kct-gen( ws-kct-idx ) tallying ws-kct-tally for all "EMPMAST."
       if ws-kct-tally > 0
              move 'M' to ws-art
       end-if
       move 0 to ws-kct-tally
       inspect kct-gen( ws-kct-idx ) tallying ws-kct-tally
              for all "EMPAEND." all "EMPPEND."
       if ws-kct-tally > 0
              move 'A' to ws-art
       end-if
       move 0 to ws-kct-tally
       inspect kct-gen( ws-kct-idx ) tallying ws-kct-tally
              for all "ZUSTELLUNG."
       if ws-kct-tally > 0
              move 'Z' to ws-art
       end-if
       move kct-gen( ws-kct-idx ) to ws-data-name
       perform process-file
       if ws-file-geaendert > 0 or ws-file-geloescht > 0
              add 1 to ws-gen-count
              if kct-cnt( ws-kct-idx ) not = 0 or kct-chk( ws-kct-idx ) not = 0
                     move ws-file-saetze to kct-cnt( ws-kct-idx )
                     move ws-file-chk to kct-chk( ws-kct-idx )
              end-if
       end-if
exit.

set-umgebung.
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
       call "UMGEBUNG-SCHUTZ" using ws-ytd-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-ytd-file to ws-env-denied
       end-if
       call "UMGEBUNG-SCHUTZ" using ws-lohnhist-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-lohnhist-file to ws-env-denied
       end-if
       call "UMGEBUNG-SCHUTZ" using ws-register-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-register-file to ws-env-denied
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
       call "UMGEBUNG-SCHUTZ" using ws-zust-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-zust-file to ws-env-denied
       end-if
       call "UMGEBUNG-DATEI" using ws-hold-file
              on exception continue
       end-call
       call "UMGEBUNG-SCHUTZ" using ws-katalog-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-katalog-file to ws-env-denied
       end-if
       if ws-env-all-ok = 'N' and ws-vorschau = 'N'
              call "UMGEBUNG-NAME" using ws-env-name ws-env-art
                     on exception continue
              end-call
              display "dsgvo: FEHLER - Testumgebung " function trim( ws-env-name )
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
              display "dsgvo: FEHLER - Mandant " function trim( ws-mandant )
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
       move ws-ytd-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-ytd-file
       move ws-lohnhist-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-lohnhist-file
       move ws-register-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-register-file
       move ws-aend-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-aend-file
       move ws-pend-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-pend-file
       move ws-zust-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-zust-file
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
