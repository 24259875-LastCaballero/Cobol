       select meldung-file assign to ws-meldung-file
       organization is line sequential.

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

fd ytd-file.
01 ytd-record.
       05 mel-von           pic 9(8).
       05 mel-bis           pic 9(8).
       05 mel-entgelt       pic 9(8)v99.
       05 mel-betriebsnr    pic x(8).

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
01 ws-meld-count        pic     9(4)     value 0.
01 ws-skip-count        pic     9(4)     value 0.

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

       if ws-tok-ytd not = spaces
              move ws-tok-ytd to ws-ytd-file
       end-if
       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       compute ws-period-start = ws-period-yyyy * 10000
              + ws-period-mm * 100 + 1
       if ws-period-mm = 12
       move mst-emp-id to mel-emp-id
       move mst-name to mel-name
       move mst-krankenkasse to mel-kasse
       move ws-mand-betriebsnr to mel-betriebsnr
       evaluate ws-meldeart
              when 10
                     move mst-eintritt to mel-von
       move ws-period-mm to rgt-month( ws-reg-count )
       move ws-today to rgt-datum( ws-reg-count )
exit.

set-umgebung.
       call "UMGEBUNG-DATEI" using ws-master-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-ytd-file
              on exception continue
       end-call
       call "UMGEBUNG-SCHUTZ" using ws-register-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-register-file to ws-env-denied
       end-if
       call "UMGEBUNG-DATEI" using ws-meldung-file
              on exception continue
       end-call
       if ws-env-all-ok = 'N'
              call "UMGEBUNG-NAME" using ws-env-name ws-env-art
                     on exception continue
              end-call
              display "deuev: FEHLER - Testumgebung " function trim( ws-env-name )
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
              display "deuev: FEHLER - Mandant " function trim( ws-mandant )
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
       move ws-register-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-register-file
       move ws-meldung-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-meldung-file
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
