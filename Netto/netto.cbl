       select kosten-file assign to ws-kosten-file
       organization is line sequential.

       select lja-file assign to ws-lja-file
       organization is line sequential.

       select optional kstist-file assign to ws-kstist-file
       organization is line sequential
       file status is ws-kstist-status.

       select optional plan-file assign to ws-plan-file
       organization is line sequential
       file status is ws-plan-status.

       select plankost-file assign to ws-plankost-file
       organization is line sequential.

       select optional lohnhist-file assign to ws-lohnhist-file
       organization is line sequential
       file status is ws-lohnhist-status.
       organization is line sequential
       file status is ws-perstat-status.

       select optional pfaend-file assign to ws-pfaend-file
       organization is line sequential
       file status is ws-pfaend-status.

       select optional dauer-file assign to ws-dauer-file
       organization is line sequential
       file status is ws-dauer-status.

       select optional sach-file assign to ws-sach-file
       organization is line sequential
       file status is ws-sach-status.

       select optional abwes-file assign to ws-abwes-file
       organization is line sequential
       file status is ws-abwes-status.

       select erstatt-file assign to ws-erstatt-file
       organization is line sequential.

       select optional kurz-file assign to ws-kurz-file
       organization is line sequential
       file status is ws-kurz-status.

       select kug-file assign to ws-kug-file
       organization is line sequential.

       select optional pend-file assign to ws-pend-file
       organization is line sequential
       file status is ws-pend-status.

       select optional mandant-file assign to ws-mandant-file
       organization is line sequential
       file status is ws-mandant-status.

data division.
file section.
fd rate-file.
       05 mst-stundenlohn   pic 9(4)v99.
       05 mst-beschart      pic x.
       05 mst-iban-sperre   pic x.
       05 mst-konfession    pic x(2).
       05 mst-zustellung    pic x.

fd pend-file.
01 pend-record.
       05 pp-emp-id         pic x(10).
       05 pp-feld           pic x(10).
       05 pp-alt            pic x(30).
       05 pp-neu            pic x(30).
       05 pp-gueltig-ab     pic 9(8).
       05 pp-status         pic x.

fd zeit-file.
01 zeit-record.
       05 ka-code           pic x(8).
       05 ka-name           pic x(30).
       05 ka-zusatz         pic 9v99.
       05 ka-u1-satz        pic 9(3).

fd sepaxml-file.
01 sepaxml-record            pic x(200).
       05 pst-status        pic x(8).
       05 pst-date          pic 9(8).

fd pfaend-file.
01 pfaend-record.
       05 pf-emp-id         pic x(10).
       05 pf-rang           pic 9(2).
       05 pf-glaeubiger     pic x(30).
       05 pf-iban           pic x(22).
       05 pf-bic            pic x(11).
       05 pf-aktenzeichen   pic x(20).
       05 pf-unterhalt      pic 9.
       05 pf-rest           pic 9(8)v99.

fd dauer-file.
01 dauer-record.
       05 da-emp-id         pic x(10).
       05 da-art            pic x(4).
       05 da-betrag         pic 9(6)v99.
       05 da-von            pic 9(8).
       05 da-bis            pic 9(8).
       05 da-empfaenger     pic x(30).
       05 da-iban           pic x(22).
       05 da-bic            pic x(11).
       05 da-vertrag        pic x(20).

fd sach-file.
01 sach-record.
       05 sb-emp-id         pic x(10).
       05 sb-art            pic x(4).
       05 sb-listenpreis    pic 9(7)v99.
       05 sb-wert           pic 9(6)v99.
       05 sb-km             pic 9(3).
       05 sb-von            pic 9(8).
       05 sb-bis            pic 9(8).

fd abwes-file.
01 abwes-record.
       05 ab-emp-id         pic x(10).
       05 ab-art            pic x.
       05 ab-von            pic 9(8).
       05 ab-bis            pic 9(8).
       05 ab-std-tag        pic 9(2)v99.

fd erstatt-file.
01 erstatt-record            pic x(132).

fd kurz-file.
01 kurz-record.
       05 ku-emp-id         pic x(10).
       05 ku-soll-std       pic 9(3)v99.
       05 ku-ist-std        pic 9(3)v99.
       05 ku-kinder         pic x.

fd kug-file.
01 kug-record                pic x(132).

fd payslip-file.
01 payslip-record            pic x(250).

fd ytd-file.
01 ytd-record.
       05 ytdr-kirche        pic 9(8)v99.
       05 ytdr-netto         pic 9(8)v99.
       05 ytdr-months        pic 9(2).
       05 ytdr-entgum        pic 9(8)v99.
       05 ytdr-entgum-stfrei pic 9(8)v99.
       05 ytdr-nettoabz      pic 9(8)v99.
       05 ytdr-sachbezug     pic 9(8)v99.
       05 ytdr-kug           pic 9(8)v99.

fd journal-file.
01 journal-record            pic x(250).

fd sepa-file.
01 sepa-record               pic x(100).
       05 sep-d-iban         pic x(22).
       05 sep-d-bic          pic x(11).
       05 sep-d-betrag       pic 9(9)v99.
       05 sep-d-art          pic x.
       05 filler             pic x(14).
01 sepa-trailer-record redefines sepa-record.
       05 sep-t-type         pic x.
       05 sep-t-anzahl       pic 9(6).
fd kosten-file.
01 kosten-record             pic x(120).

fd lja-file.
01 lja-record                pic x(132).

fd kstist-file.
01 kstist-record.
       05 ki-year            pic 9(4).
       05 ki-month           pic 9(2).
       05 ki-stelle          pic x(8).
       05 ki-brutto          pic s9(9)v99.
       05 ki-ag              pic s9(9)v99.

fd plan-file.
01 plan-record.
       05 pl-art             pic x.
       05 pl-key             pic x(10).
       05 pl-monat           pic 9(2).
       05 pl-prozent         pic 9(2)v99.
       05 pl-brutto          pic 9(6)v99.
       05 pl-stelle          pic x(8).
       05 pl-stkl            pic 9.
       05 pl-kasse           pic x(8).
       05 pl-beschart        pic x.

fd plankost-file.
01 plankost-record           pic x(132).

fd lohnhist-file.
01 lohnhist-record.
       05 lh-emp-id          pic x(10).
       05 lh-kirche          pic 9(8)v99.
       05 lh-netto           pic 9(8)v99.
       05 lh-einmal          pic 9(8)v99.
       05 lh-entgum          pic 9(8)v99.
       05 lh-nettoabz        pic 9(8)v99.
       05 lh-sachbezug       pic 9(8)v99.
       05 lh-pfaendung       pic 9(8)v99.
       05 lh-bundesland      pic x(2).
       05 lh-konfession      pic x(2).
       05 lh-pauschst        pic 9(8)v99.
       05 lh-kug-soll        pic 9(8)v99.
       05 lh-kug-ist         pic 9(8)v99.
       05 lh-kug             pic 9(8)v99.
       05 lh-steuerklasse    pic x.

fd steuertab-file.
01 steuertab-record.
       05 pck-kost-brutto    pic 9(8)v99.
       05 pck-kost-ag        pic 9(8)v99.
       05 pck-kost-gesamt    pic 9(8)v99.
       05 pck-jrn-pfaend     pic s9(8)v99 sign leading separate.
       05 pck-jrn-entgum     pic s9(8)v99 sign leading separate.
       05 pck-jrn-nettoabz   pic s9(8)v99 sign leading separate.
       05 pck-jrn-sachbezug  pic s9(8)v99 sign leading separate.
       05 pck-jrn-kug        pic s9(8)v99 sign leading separate.
01 payckp-kasse-record redefines payckp-record.
       05 pck2-type          pic x.
       05 pck2-code          pic x(8).
       05 pck2-rv-ag         pic 9(8)v99.
       05 pck2-av-an         pic 9(8)v99.
       05 pck2-av-ag         pic 9(8)v99.
01 payckp-erstatt-record redefines payckp-record.
       05 pck3-type          pic x.
       05 pck3-kasse         pic x(8).
       05 pck3-emp-id        pic x(10).
       05 pck3-art           pic x.
       05 pck3-von           pic 9(8).
       05 pck3-bis           pic 9(8).
       05 pck3-tage          pic 9(2).
       05 pck3-entgelt       pic 9(6)v99.
       05 pck3-ag-sv         pic 9(6)v99.
       05 pck3-satz          pic 9(3).
       05 pck3-betrag        pic 9(6)v99.
01 payckp-kug-record redefines payckp-record.
       05 pck4-type          pic x.
       05 pck4-stelle        pic x(8).
       05 pck4-emp-id        pic x(10).
       05 pck4-kinder        pic x.
       05 pck4-soll-std      pic 9(3)v99.
       05 pck4-ist-std       pic 9(3)v99.
       05 pck4-soll          pic 9(6)v99.
       05 pck4-ist           pic 9(6)v99.
       05 pck4-pn-soll       pic 9(6)v99.
       05 pck4-pn-ist        pic 9(6)v99.
       05 pck4-kug           pic 9(6)v99.
       05 pck4-sv-ag         pic 9(6)v99.
01 payckp-fct-record redefines payckp-record.
       05 pck5-type          pic x.
       05 pck5-stelle        pic x(8).
       05 pck5-brutto        pic s9(9)v99 sign leading separate.
       05 pck5-ag            pic s9(9)v99 sign leading separate.
       05 pck5-netto         pic s9(9)v99 sign leading separate.
       05 pck5-steuer        pic s9(9)v99 sign leading separate.
       05 pck5-sv-an         pic s9(9)v99 sign leading separate.
       05 pck5-entgum        pic s9(9)v99 sign leading separate.
       05 pck5-sachbezug     pic s9(9)v99 sign leading separate.
       05 pck5-kug           pic s9(9)v99 sign leading separate.

fd beitrag-file.
01 beitrag-record            pic x(100).

fd mandant-file.
01 mandant-record.
       05 md-code           pic x(4).
       05 md-name           pic x(30).
       05 md-betriebsnr     pic x(8).
       05 md-verzeichnis    pic x(40).
       05 md-iban           pic x(22).
       05 md-bic            pic x(11).

working-storage section.
01 brutto              pic     9(6)V99.
01 netto               pic     9(6)V99.
01 ws-gz-faktor         pic     9v9(4)   value 0.
01 ws-mini-steuer       pic     9(6)v99  value 0.

01 ws-pfaend-file       pic     x(200)   value "PFAENDUNG.DAT".
01 ws-pfaend-status     pic     xx       value spaces.
01 ws-pfaend-end        pic     x        value 'N'.
01 ws-pfaendckp-name    pic     x(200)   value "PFAENDCKP.DAT".
01 ws-pfaend-main-name  pic     x(200).
01 pfaend-table.
       05 pft-entry occurs 200 times.
              10 pft-emp-id        pic x(10).
              10 pft-rang          pic 9(2).
              10 pft-glaeubiger    pic x(30).
              10 pft-iban          pic x(22).
              10 pft-bic           pic x(11).
              10 pft-aktenzeichen  pic x(20).
              10 pft-unterhalt     pic 9.
              10 pft-rest          pic 9(8)v99.
              10 pft-abzug         pic 9(6)v99.
01 ws-pft-count         pic     9(3)     value 0.
01 ws-pft-idx           pic     9(3).
01 ws-pf-rang           pic     9(3).
01 ws-pf-offen          pic     x        value 'N'.
01 ws-pf-unterhalt      pic     9        value 0.
01 ws-pf-quote          pic     9(2).
01 ws-pf-frei           pic     9(6)v99.
01 ws-pf-stufen         pic     9(6).
01 ws-pf-stufe          pic     9(6)v99.
01 ws-pf-betrag         pic     9(6)v99.
01 ws-pf-verfuegbar     pic     9(6)v99.
01 ws-pfaendung         pic     9(6)v99  value 0.
01 ws-auszahlung        pic     9(6)v99  value 0.
01 grenze-pf-grund      pic     9(4)v99  value 1555.00.
01 grenze-pf-unterh-1   pic     9(4)v99  value 585.23.
01 grenze-pf-unterh-n   pic     9(4)v99  value 326.04.
01 grenze-pf-voll       pic     9(4)v99  value 4766.99.

01 ws-dauer-file        pic     x(200)   value "DAUERABZUG.DAT".
01 ws-dauer-status      pic     xx       value spaces.
01 ws-dauer-end         pic     x        value 'N'.
01 dauer-table.
       05 dat-entry occurs 500 times.
              10 dat-emp-id        pic x(10).
              10 dat-art           pic x(4).
              10 dat-betrag        pic 9(6)v99.
              10 dat-von           pic 9(8).
              10 dat-bis           pic 9(8).
              10 dat-empfaenger    pic x(30).
              10 dat-iban          pic x(22).
              10 dat-bic           pic x(11).
              10 dat-vertrag       pic x(20).
              10 dat-abzug         pic 9(6)v99.
01 ws-dat-count         pic     9(3)     value 0.
01 ws-dat-idx           pic     9(3).
01 ws-entgum            pic     9(6)v99  value 0.
01 ws-entgum-stfrei     pic     9(6)v99  value 0.
01 ws-entgum-svfrei     pic     9(6)v99  value 0.
01 ws-entgum-grenze     pic     9(6)v99.
01 ws-nettoabzug        pic     9(6)v99  value 0.
01 ws-sv-brutto         pic     9(6)v99.
01 ws-ka-entgum         pic     9(8)v99  value 0.
01 ws-ka-nettoabz       pic     9(8)v99  value 0.
01 przt-entgum-st       pic     9v9      value 8.0.
01 przt-entgum-sv       pic     9v9      value 4.0.

01 ws-sach-file         pic     x(200)   value "SACHBEZUG.DAT".
01 ws-sach-status       pic     xx       value spaces.
01 ws-sach-end          pic     x        value 'N'.
01 sach-table.
       05 sbt-entry occurs 500 times.
              10 sbt-emp-id        pic x(10).
              10 sbt-art           pic x(4).
              10 sbt-listenpreis   pic 9(7)v99.
              10 sbt-wert          pic 9(6)v99.
              10 sbt-km            pic 9(3).
              10 sbt-von           pic 9(8).
              10 sbt-bis           pic 9(8).
01 ws-sbt-count         pic     9(3)     value 0.
01 ws-sbt-idx           pic     9(3).
01 ws-sachbezug         pic     9(6)v99  value 0.
01 ws-sb-monat          pic     9(6)v99.
01 ws-sb-hunderter      pic     9(5).
01 ws-ka-sachbezug      pic     9(8)v99  value 0.
01 ws-ka-bundesland     pic     x(2)     value spaces.
01 ws-ka-konfession     pic     x(2)     value spaces.
01 ws-ka-pauschst       pic     9(8)v99  value 0.
01 ws-ka-kug-soll       pic     9(8)v99  value 0.
01 ws-ka-kug-ist        pic     9(8)v99  value 0.
01 ws-ka-kug            pic     9(8)v99  value 0.
01 ws-ka-steuerklasse   pic     x        value space.
01 przt-dw              pic     9v99     value 1.00.
01 przt-dw-km           pic     9v9999   value 0.0300.
01 przt-dwe             pic     9v99     value 0.25.
01 przt-dwe-km          pic     9v9999   value 0.0075.

01 ws-abwes-file        pic     x(200)   value "ABWESENHEIT.DAT".
01 ws-abwes-status      pic     xx       value spaces.
01 ws-abwes-end         pic     x        value 'N'.
01 abwes-table.
       05 abt-entry occurs 500 times.
              10 abt-emp-id        pic x(10).
              10 abt-art           pic x.
              10 abt-von           pic 9(8).
              10 abt-bis           pic 9(8).
              10 abt-std-tag       pic 9(2)v99.
01 ws-abt-count         pic     9(3)     value 0.
01 ws-abt-idx           pic     9(3).
01 ws-abt-found         pic     9(3)     value 0.
01 grenze-efz-tage      pic     9(3)     value 42.
01 przt-u1-erstatt      pic     9(3)     value 80.
01 ws-day-int           pic     9(8).
01 ws-day-date          pic     9(8).
01 ws-day-wotag         pic     9.
01 ws-efz-tage          pic     9(2)     value 0.
01 ws-efz-std           pic     9(3)v99  value 0.
01 ws-efz-von           pic     9(8)     value 0.
01 ws-efz-bis           pic     9(8)     value 0.
01 ws-efz-betrag        pic     9(6)v99  value 0.
01 ws-mu-tage           pic     9(2)     value 0.
01 ws-mu-std            pic     9(3)v99  value 0.
01 ws-mu-von            pic     9(8)     value 0.
01 ws-mu-bis            pic     9(8)     value 0.
01 ws-mu-betrag         pic     9(6)v99  value 0.
01 ws-kg-tage           pic     9(2)     value 0.
01 ws-unbez-tage        pic     9(2)     value 0.
01 ws-paid-days         pic     s9(4).
01 ws-sv-tage           pic     9(2)     value 30.
01 ws-sv-bbg            pic     9(5)v99.

01 ws-erstatt-file      pic     x(200)   value "ERSTATTUNG.TXT".
01 erstatt-table.
       05 ert-entry occurs 500 times.
              10 ert-kasse         pic x(8).
              10 ert-emp-id        pic x(10).
              10 ert-art           pic x.
              10 ert-von           pic 9(8).
              10 ert-bis           pic 9(8).
              10 ert-tage          pic 9(2).
              10 ert-entgelt       pic 9(6)v99.
              10 ert-ag-sv         pic 9(6)v99.
              10 ert-satz          pic 9(3).
              10 ert-betrag        pic 9(6)v99.
01 ws-ert-count         pic     9(3)     value 0.
01 ws-ert-idx           pic     9(3).
01 ws-ert-satz          pic     9(3).
01 ws-ert-ag-sv         pic     9(6)v99.
01 ws-ert-any           pic     x.
01 ws-ert-sum-u1        pic     9(8)v99.
01 ws-ert-sum-u2        pic     9(8)v99.
01 ws-ert-kname         pic     x(30).
01 ws-ert-disp-1        pic     zzz,zz9.99.
01 ws-ert-disp-2        pic     zzz,zz9.99.
01 ws-ert-disp-3        pic     zzz,zz9.99.
01 ws-ert-disp-s        pic     zz,zzz,zz9.99.

01 ws-kurz-file         pic     x(200)   value spaces.
01 ws-kurz-status       pic     xx       value spaces.
01 ws-kurz-end          pic     x        value 'N'.
01 kurz-table.
       05 kut-entry occurs 500 times.
              10 kut-emp-id        pic x(10).
              10 kut-soll-std      pic 9(3)v99.
              10 kut-ist-std       pic 9(3)v99.
              10 kut-kinder        pic x.
01 ws-kut-count         pic     9(3)     value 0.
01 ws-kut-idx           pic     9(3).
01 ws-kut-found         pic     9(3)     value 0.
01 przt-kug-1           pic     9(2)     value 60.
01 przt-kug-2           pic     9(2)     value 67.
01 przt-kug-svpausch    pic     9(2)     value 20.
01 przt-kug-fiktiv      pic     9(2)     value 80.
01 ws-kug-satz          pic     9(2).
01 ws-kug-soll          pic     9(6)v99  value 0.
01 ws-kug-ist           pic     9(6)v99  value 0.
01 ws-kug-entgelt       pic     9(6)v99.
01 ws-kug-pnetto        pic     s9(6)v99.
01 ws-kug-pn-soll       pic     s9(6)v99 value 0.
01 ws-kug-pn-ist        pic     s9(6)v99 value 0.
01 ws-kug               pic     9(6)v99  value 0.
01 ws-kug-fiktiv        pic     9(6)v99  value 0.
01 ws-kug-sv-rv         pic     9(5)v99.
01 ws-kug-sv-kv         pic     9(5)v99.
01 ws-kug-sv-pv         pic     9(5)v99.
01 ws-kug-sv-ag         pic     9(6)v99  value 0.
01 ws-kug-save-brutto   pic     9(6)v99.
01 ws-kug-save-lohnst   pic     9(6)v99.
01 ws-kug-save-stfrei   pic     9(6)v99.
01 ws-kug-stelle        pic     x(8).
01 ws-kug-pct           pic     9(3).

01 ws-kug-file          pic     x(200)   value "KUGLISTE.TXT".
01 kug-liste.
       05 kgt-entry occurs 500 times.
              10 kgt-stelle        pic x(8).
              10 kgt-emp-id        pic x(10).
              10 kgt-kinder        pic x.
              10 kgt-soll-std      pic 9(3)v99.
              10 kgt-ist-std       pic 9(3)v99.
              10 kgt-soll          pic 9(6)v99.
              10 kgt-ist           pic 9(6)v99.
              10 kgt-pn-soll       pic 9(6)v99.
              10 kgt-pn-ist        pic 9(6)v99.
              10 kgt-kug           pic 9(6)v99.
              10 kgt-sv-ag         pic 9(6)v99.
01 ws-kgt-count         pic     9(3)     value 0.
01 ws-kgt-idx           pic     9(3).
01 ws-kgt-idx2          pic     9(3).
01 ws-kgt-neu           pic     x.
01 ws-kgt-sum-kug       pic     9(8)v99.
01 ws-kgt-sum-sv        pic     9(8)v99.
01 ws-kgt-tot-kug       pic     9(8)v99.
01 ws-kgt-tot-sv        pic     9(8)v99.
01 ws-kgt-anzahl        pic     9(3).
01 ws-kgt-disp-1        pic     zzz,zz9.99.
01 ws-kgt-disp-2        pic     zzz,zz9.99.
01 ws-kgt-disp-3        pic     zzz,zz9.99.
01 ws-kgt-disp-4        pic     zzz,zz9.99.
01 ws-kgt-disp-5        pic     zzz,zz9.99.
01 ws-kgt-disp-s        pic     zz,zzz,zz9.99.
01 ws-kgt-disp-std-1    pic     zz9.99.
01 ws-kgt-disp-std-2    pic     zz9.99.

01 ws-kassen-file       pic     x(200)   value "KASSEN.DAT".
01 ws-kassen-status     pic     xx       value spaces.
01 ws-kassen-end        pic     x        value 'N'.
              10 kmt-code          pic x(8).
              10 kmt-name          pic x(30).
              10 kmt-zusatz        pic 9v99.
              10 kmt-u1-satz       pic 9(3).
01 ws-kmt-count         pic     9(2)     value 0.
01 ws-kmt-idx           pic     9(2).
01 ws-kv-satz           pic     99v999   value 0.
              10 mtb-stundenlohn   pic 9(4)v99.
              10 mtb-beschart      pic x.
              10 mtb-iban-sperre   pic x.
              10 mtb-konfession    pic x(2).
01 ws-mtb-count         pic     9(3)     value 0.
01 ws-mtb-idx           pic     9(3).
01 ws-mst-idx           pic     9(3)     value 0.

01 ws-pend-file         pic     x(200)   value "EMPPEND.DAT".
01 ws-pend-status       pic     xx       value spaces.
01 ws-pend-end          pic     x        value 'N'.
01 pend-table.
       05 ppt-entry occurs 1000 times.
              10 ppt-emp-id        pic x(10).
              10 ppt-feld          pic x(10).
              10 ppt-alt           pic x(30).
              10 ppt-neu           pic x(30).
              10 ppt-gueltig-ab    pic 9(8).
              10 ppt-status        pic x.
01 ws-ppt-count         pic     9(4)     value 0.
01 ws-ppt-idx           pic     9(4).
01 ws-ppt-other         pic     9(4).
01 ws-ppt-take          pic     x        value 'N'.
01 ws-ppt-value         pic     x(30).
01 ws-pmt-idx           pic     9(3).
01 ws-skip-emp          pic     x        value 'N'.

01 ws-seq-name          pic     x(12)    value "LOHNJRN".
01 ws-log-written       pic     9(9)     value 0.
01 ws-log-outcome       pic     x(8)     value "OK".
01 ws-log-rc            pic     s9(9)    usage comp.
01 ws-dat-lesen        pic     x(8)     value "LESEN".
01 ws-dat-schreib      pic     x(8)     value "SCHREIB".
01 ws-ktl-amount        pic     s9(13)v99 value 0.
01 ws-alert-sev         pic     x(8).
01 ws-alert-code        pic     x(8).
01 ws-alert-text        pic     x(120).

01 ws-cmd-args          pic     x(200).
01 ws-emp-file          pic     x(200)   value spaces.
              10 ytd-kirche     pic 9(8)v99.
              10 ytd-netto      pic 9(8)v99.
              10 ytd-months     pic 9(2).
              10 ytd-entgum     pic 9(8)v99.
              10 ytd-entgum-stfrei pic 9(8)v99.
              10 ytd-nettoabz   pic 9(8)v99.
              10 ytd-sachbezug  pic 9(8)v99.
              10 ytd-kug        pic 9(8)v99.

01 ws-kosten-file       pic     x(200)   value "KOSTEN.TXT".
01 ws-kost-tot-brutto   pic     9(8)v99  value 0.
              10 sxt-iban          pic x(22).
              10 sxt-bic           pic x(11).
              10 sxt-betrag        pic 9(9)v99.
              10 sxt-art           pic x.
              10 sxt-verwendung    pic x(35).
01 ws-sxt-count         pic     9(3)     value 0.
01 ws-sxt-idx           pic     9(3).
01 ws-xml-amt-disp      pic     z(8)9.99.
01 ws-konto-status      pic     xx       value spaces.
01 ws-konto-end         pic     x        value 'N'.
01 ws-fibu-file         pic     x(200)   value "FIBU.TXT".
01 ws-kstist-file       pic     x(200)   value "KSTIST.DAT".
01 ws-kstist-status     pic     xx       value spaces.
01 ws-kstist-end        pic     x        value 'N'.
01 kstist-keep-table.
       05 kik-entry occurs 3000 times.
              10 kik-record        pic x(36).
01 ws-kik-count         pic     9(4)     value 0.
01 ws-kik-idx           pic     9(4).

01 ws-lja-mode          pic     x        value 'N'.
01 ws-lja-file          pic     x(200)   value "LJA.TXT".
01 lja-stkl-table.
       05 lst-entry occurs 500 times.
              10 lst-emp-id        pic x(10).
              10 lst-stkl          pic x.
              10 lst-wechsel       pic x.
01 ws-lst-count         pic     9(3)     value 0.
01 ws-lst-idx           pic     9(3).
01 ws-lst-found         pic     9(3).
01 ws-lja-grund         pic     x(45).
01 ws-lja-jahr-brutto   pic     9(8)v99.
01 ws-lja-jahr-lohnst   pic     9(8)v99.
01 ws-lja-jahr-solid    pic     9(8)v99.
01 ws-lja-jahr-kirche   pic     9(8)v99.
01 ws-lja-einb-lohnst   pic     9(8)v99.
01 ws-lja-einb-solid    pic     9(8)v99.
01 ws-lja-einb-kirche   pic     9(8)v99.
01 ws-lja-lohnst        pic     9(8)v99  value 0.
01 ws-lja-solid         pic     9(8)v99  value 0.
01 ws-lja-kirche        pic     9(8)v99  value 0.
01 ws-lja-summe         pic     9(8)v99  value 0.
01 ws-lja-save-brutto   pic     9(6)v99.
01 ws-lja-save-lohnst   pic     9(5)v99.
01 ws-lja-save-stfrei   pic     9(6)v99.
01 ws-lja-begrenzt      pic     x        value 'N'.
01 ws-lja-count-ja      pic     9(4)     value 0.
01 ws-lja-count-nein    pic     9(4)     value 0.
01 ws-lja-tot-summe     pic     9(9)v99  value 0.
01 ws-lja-disp-1        pic     zz,zzz,zz9.99.
01 ws-lja-disp-2        pic     zz,zzz,zz9.99.
01 ws-lja-disp-3        pic     zz,zzz,zz9.99.
01 ws-lja-disp-4        pic     zz,zzz,zz9.99.
01 ws-lja-count-disp    pic     zzz9.

01 ws-plan-mode         pic     x        value 'N'.
01 ws-plan-file         pic     x(200)   value "PLANUNG.DAT".
01 ws-plan-status       pic     xx       value spaces.
01 ws-plan-end          pic     x        value 'N'.
01 ws-plankost-file     pic     x(200)   value "PLANKOST.TXT".
01 plan-table.
       05 pln-entry occurs 200 times.
              10 pln-art           pic x.
              10 pln-key           pic x(10).
              10 pln-monat         pic 9(2).
              10 pln-prozent       pic 9(2)v99.
01 ws-pln-count         pic     9(3)     value 0.
01 ws-pln-idx           pic     9(3).
01 plan-basis-table.
       05 pbs-entry occurs 500 times.
              10 pbs-ym            pic 9(6).
              10 pbs-brutto        pic s9(8)v99.
01 ws-pbs-idx           pic     9(3).
01 plan-kosten-table.
       05 pkt-entry occurs 50 times.
              10 pkt-stelle        pic x(8).
              10 pkt-monat occurs 12 times.
                     15 pkt-brutto      pic s9(9)v99.
                     15 pkt-agsv        pic s9(9)v99.
                     15 pkt-uml         pic s9(9)v99.
01 ws-pkt-count         pic     9(2)     value 0.
01 ws-pkt-idx           pic     9(2).
01 ws-pkt-found         pic     9(2).
01 ws-plan-mon          pic     9(2).
01 ws-plan-ym           pic     9(6).
01 ws-plan-mon-start    pic     9(8).
01 ws-plan-mon-end      pic     9(8).
01 ws-plan-brutto       pic     s9(8)v99.
01 ws-plan-laufend      pic     s9(8)v99.
01 ws-plan-stelle       pic     x(8).
01 ws-plan-pct          pic     9(3).
01 ws-plan-agsv         pic     s9(8)v99.
01 ws-plan-uml          pic     s9(8)v99.
01 ws-plan-rest-brutto  pic     s9(8)v99.
01 ws-plan-rest-agsv    pic     s9(8)v99.
01 ws-plan-rest-uml     pic     s9(8)v99.
01 ws-plan-emps         pic     9(4)     value 0.
01 ws-plan-sum-brutto   pic     s9(10)v99.
01 ws-plan-sum-agsv     pic     s9(10)v99.
01 ws-plan-sum-uml      pic     s9(10)v99.
01 ws-plan-tot-brutto   pic     s9(10)v99.
01 ws-plan-tot-agsv     pic     s9(10)v99.
01 ws-plan-tot-uml      pic     s9(10)v99.
01 ws-plan-disp-1       pic     zzz,zzz,zz9.99-.
01 ws-plan-disp-2       pic     zzz,zzz,zz9.99-.
01 ws-plan-disp-3       pic     zzz,zzz,zz9.99-.
01 ws-plan-disp-4       pic     zzz,zzz,zz9.99-.
01 ws-plan-titel        pic     x(30).
01 kost-table.
       05 kta-entry occurs 500 times.
              10 kta-emp-id        pic x(10).
              10 fct-netto         pic s9(9)v99.
              10 fct-steuer        pic s9(9)v99.
              10 fct-sv-an         pic s9(9)v99.
              10 fct-entgum        pic s9(9)v99.
              10 fct-sachbezug     pic s9(9)v99.
              10 fct-kug           pic s9(9)v99.
01 ws-fct-count         pic     9(2)     value 0.
01 ws-fct-idx           pic     9(2).
01 ws-fct-found         pic     9(2).
01 ws-rest-netto        pic     s9(9)v99.
01 ws-rest-steuer       pic     s9(9)v99.
01 ws-rest-sv           pic     s9(9)v99.
01 ws-rest-entgum       pic     s9(9)v99.
01 ws-rest-sachbezug    pic     s9(9)v99.
01 ws-rest-kug          pic     s9(9)v99.
01 ws-emp-has-kst       pic     x.
01 ws-last-kta          pic     9(3).
01 ws-fibu-soll         pic     s9(10)v99 value 0.
01 ws-jrn-tot-solid     pic     s9(8)v99 value 0.
01 ws-jrn-tot-kirche    pic     s9(8)v99 value 0.
01 ws-jrn-tot-netto     pic     s9(8)v99 value 0.
01 ws-jrn-tot-pfaend    pic     s9(8)v99 value 0.
01 ws-jrn-ed-pfaend     pic     +9(8).99.
01 ws-jrn-tot-entgum    pic     s9(8)v99 value 0.
01 ws-jrn-ed-entgum     pic     +9(8).99.
01 ws-jrn-tot-nettoabz  pic     s9(8)v99 value 0.
01 ws-jrn-ed-nettoabz   pic     +9(8).99.
01 ws-jrn-tot-sachbezug pic     s9(8)v99 value 0.
01 ws-jrn-ed-sachbezug  pic     +9(8).99.
01 ws-jrn-tot-kug       pic     s9(8)v99 value 0.
01 ws-jrn-ed-kug        pic     +9(8).99.
01 ws-jrn-tot-edit.
       05 ws-jrn-ed-brutto  pic     +9(8).99.
       05 ws-jrn-ed-rte     pic     +9(8).99.
       05 ws-jrn-ed-kirche  pic     +9(8).99.
       05 ws-jrn-ed-netto   pic     +9(8).99.

01 ws-mandant           pic     x(4)     value spaces.
01 ws-mandant-file      pic     x(200)   value "MANDANT.DAT".
01 ws-mandant-status    pic     xx       value spaces.
01 ws-mandant-end       pic     x        value 'N'.
01 ws-mandant-found     pic     x        value 'N'.
01 ws-mand-firma        pic     x(30)    value "FIRMA".
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

                     perform classify-argument
              end-if
       end-perform
       if ws-plan-mode = 'Y'
              if ws-emp-file not = spaces or ws-korrektur-mode = 'Y'
                     or ws-simulation = 'Y' or ws-restart-mode = 'Y'
                     display "Brutto zu Netto: FEHLER - PLANJAHR nicht mit"
                            " Batchlauf, KORREKTUR, SIMULATION oder RESTART"
                            " kombinierbar"
                     move 8 to return-code
                     stop run
              end-if
       end-if
       if ws-emp-file not = spaces and ws-korrektur-mode = 'N'
              move 'Y' to ws-batch-mode
              if ws-payslip-file = spaces
              move "SEPAXML.SIM" to ws-sepaxml-file
              move "FIBU.SIM" to ws-fibu-file
              move "LOHNHIST.SIM" to ws-lohnhist-file
              move "ERSTATTUNG.SIM" to ws-erstatt-file
              move "KUGLISTE.SIM" to ws-kug-file
              move "LJA.SIM" to ws-lja-file
              display "Brutto zu Netto: SIMULATION - YTD, Historie,"
                     " Checkpoint und Nummernkreis bleiben unveraendert"
       end-if

       call "UMGEBUNG-DATEI" using ws-mandant-file
              on exception continue
       end-call
       perform set-mandant
       perform set-umgebung
       if ws-restart-mode = 'Y'
              if ws-batch-mode not = 'Y'
                     display "Brutto zu Netto: FEHLER - RESTART nur im Batchlauf"
       end-if

       perform load-rates
       if ws-lja-mode = 'Y'
              if ws-batch-mode not = 'Y' or ws-period-mm not = 12
                     display "Brutto zu Netto: FEHLER - JAHRESAUSGLEICH nur im"
                            " Batchlauf fuer PERIODE=12.JJJJ"
                     move 8 to return-code
                     stop run
              end-if
              perform load-lja-stkl
       end-if
       perform check-period-lock
       perform load-steuertab
       perform load-freibetrag
       perform load-koststellen
       perform load-konten
       perform load-master
       perform load-stammaenderung
       perform load-zeit
       perform load-einmal
       perform load-dauerabzug
       perform load-sachbezug
       perform load-abwesenheit
       perform load-kurz
       if ws-plan-mode = 'Y'
              perform plan-run
              move return-code to ws-log-rc
              call "RUNLOG-END" using ws-log-prog ws-log-read ws-log-written
                     ws-log-outcome
                     on exception continue
              end-call
              move ws-log-rc to return-code
              stop run
       end-if
       move ws-ytd-file to ws-ytd-main-name
       if ws-restart-mode = 'Y' and ws-ckp-emp-id not = spaces
              move ws-ytdckp-name to ws-ytd-file
       else
              perform load-ytd
       end-if
       move ws-pfaend-file to ws-pfaend-main-name
       if ws-batch-mode = 'Y'
              if ws-restart-mode = 'Y' and ws-ckp-emp-id not = spaces
                     move ws-pfaendckp-name to ws-pfaend-file
                     perform load-pfaendung
                     move ws-pfaend-main-name to ws-pfaend-file
              else
                     perform load-pfaendung
              end-if
       end-if
       if ws-korrektur-mode = 'Y'
              perform find-korr-hist
       end-if
       perform open-journal
       if ws-simulation = 'Y'
              open output lohnhist-file
              call "RUNLOG-DATEI" using ws-log-prog ws-lohnhist-file ws-dat-schreib
                     on exception continue
              end-call
       else
              open extend lohnhist-file
              call "RUNLOG-DATEI" using ws-log-prog ws-lohnhist-file ws-dat-schreib
                     on exception continue
              end-call
       end-if

       evaluate true
                     perform batch-run
              when other
                     perform get-info
                     perform apply-sachbezug
                     perform apply-dauerabzug
                     perform calculate
                     perform write-journal-entry
                     perform accumulate-ytd
       perform close-journal
       if ws-simulation not = 'Y'
              perform save-ytd
              if ws-batch-mode = 'Y' and ws-pft-count > 0
                     perform save-pfaendung
              end-if
       end-if
       perform write-kontrollen
       move ws-log-read to ws-log-written
       move return-code to ws-log-rc
       call "RUNLOG-END" using ws-log-prog ws-log-read ws-log-written
                     end-if
              when ws-arg-tok = "RESTART"
                     move 'Y' to ws-restart-mode
              when ws-arg-tok = "JAHRESAUSGLEICH"
                     move 'Y' to ws-lja-mode
              when ws-arg-tok = "SIMULATION"
                     move 'Y' to ws-simulation
              when ws-arg-tok( 1 : 5 ) = "ZEIT="
                     move ws-arg-tok( 6 : ) to ws-zeit-file
              when ws-arg-tok( 1 : 5 ) = "KURZ="
                     move ws-arg-tok( 6 : ) to ws-kurz-file
              when ws-arg-tok( 1 : 7 ) = "EINMAL="
                     move ws-arg-tok( 8 : ) to ws-einmal-file
              when ws-arg-tok( 1 : 9 ) = "PLANJAHR="
                     if function trim( ws-arg-tok( 10 : ) ) is numeric
                            move 'Y' to ws-plan-mode
                            move function numval( ws-arg-tok( 10 : ) )
                                   to ws-arg-period-yyyy
                            move 1 to ws-arg-period-mm
                     else
                            display "Brutto zu Netto: FEHLER - PLANJAHR=JJJJ erwartet"
                            move 8 to return-code
                            stop run
                     end-if
              when ws-arg-tok( 1 : 8 ) = "PLANUNG="
                     move ws-arg-tok( 9 : ) to ws-plan-file
              when ws-arg-tok( 1 : 10 ) = "KORREKTUR="
                     move 'Y' to ws-korrektur-mode
                     move ws-arg-tok( 11 : ) to ws-korr-emp-id
       compute ws-period-days = ws-period-next-int - ws-period-first-int
       compute ws-period-end = function date-of-integer( ws-period-next-int - 1 )
       open input rate-file
       call "RUNLOG-DATEI" using ws-log-prog ws-rate-file ws-dat-lesen
              on exception continue
       end-call
       if ws-rate-status = "00"
              perform until ws-rate-end = 'Y'
                     read rate-file into rate-record
              exit paragraph
       end-if
       open input perstat-file
       call "RUNLOG-DATEI" using ws-log-prog ws-perstat-file ws-dat-lesen
              on exception continue
       end-call
       if ws-perstat-status = "00"
              perform until ws-perstat-end = 'Y'
                     read perstat-file

load-steuertab.
       open input steuertab-file
       call "RUNLOG-DATEI" using ws-log-prog ws-steuertab-file ws-dat-lesen
              on exception continue
       end-call
       if ws-steuertab-status = "00"
              perform until ws-steuertab-end = 'Y'
                     read steuertab-file

load-freibetrag.
       open input freib-file
       call "RUNLOG-DATEI" using ws-log-prog ws-freib-file ws-dat-lesen
              on exception continue
       end-call
       if ws-freib-status = "00"
              perform until ws-freib-end = 'Y'
                     read freib-file

load-kassenstamm.
       open input kassen-file
       call "RUNLOG-DATEI" using ws-log-prog ws-kassen-file ws-dat-lesen
              on exception continue
       end-call
       if ws-kassen-status = "00"
              perform until ws-kassen-end = 'Y'
                     read kassen-file
                                   move ka-code   to kmt-code( ws-kmt-count )
                                   move ka-name   to kmt-name( ws-kmt-count )
                                   move ka-zusatz to kmt-zusatz( ws-kmt-count )
                                   if ka-u1-satz not numeric
                                          move przt-u1-erstatt to ka-u1-satz
                                   end-if
                                   move ka-u1-satz to kmt-u1-satz( ws-kmt-count )
                            end-if
              end-perform
       end-if

compute-lohnsteuer.
       perform set-freibetrag
       if ws-freibetrag + ws-entgum-stfrei >= brutto
              move 0 to ws-steuer-brutto
       else
              compute ws-steuer-brutto = brutto - ws-freibetrag
                     - ws-entgum-stfrei
       end-if
       move 0 to lohnst
       move 0 to ws-stx-prev

load-master.
       open input master-file
       call "RUNLOG-DATEI" using ws-log-prog ws-master-file ws-dat-lesen
              on exception continue
       end-call
       if ws-master-status = "00"
              perform until ws-master-end = 'Y'
                     read master-file
                                   move mst-stundenlohn  to mtb-stundenlohn( ws-mtb-count )
                                   move mst-beschart     to mtb-beschart( ws-mtb-count )
                                   move mst-iban-sperre  to mtb-iban-sperre( ws-mtb-count )
                                   move mst-konfession   to mtb-konfession( ws-mtb-count )
                            else
                                   display "Brutto zu Netto: WARNUNG -"
                                          " Stammtabelle voll, Satz ignoriert: "
       close master-file
exit.

load-stammaenderung.
       open input pend-file
       call "RUNLOG-DATEI" using ws-log-prog ws-pend-file ws-dat-lesen
              on exception continue
       end-call
       if ws-pend-status = "00"
              perform until ws-pend-end = 'Y'
                     read pend-file
                     at end
                            move 'Y' to ws-pend-end
                     not at end
                            if pp-status = 'F'
                                   display "Brutto zu Netto: " function trim( pp-emp-id )
                                          " " function trim( pp-feld )
                                          " wartet auf Freigabe - bisherige"
                                          " Bankverbindung wird verwendet"
                            end-if
                            if ( pp-status = 'O' or pp-status = 'A' )
                                   and ws-ppt-count < 1000
                                   add 1 to ws-ppt-count
                                   move pp-emp-id     to ppt-emp-id( ws-ppt-count )
                                   move pp-feld       to ppt-feld( ws-ppt-count )
                                   move pp-alt        to ppt-alt( ws-ppt-count )
                                   move pp-neu        to ppt-neu( ws-ppt-count )
                                   move pp-gueltig-ab to ppt-gueltig-ab( ws-ppt-count )
                                   move pp-status     to ppt-status( ws-ppt-count )
                            end-if
              end-perform
       end-if
       close pend-file
       perform varying ws-ppt-idx from 1 by 1 until ws-ppt-idx > ws-ppt-count
              perform check-stammaenderung
              if ws-ppt-take = 'Y'
                     perform set-master-field
              end-if
       end-perform
exit.

check-stammaenderung.
       move 'N' to ws-ppt-take
       if ppt-status( ws-ppt-idx ) = 'O'
              and ppt-gueltig-ab( ws-ppt-idx ) <= ws-period-end
              move 'Y' to ws-ppt-take
              move ppt-neu( ws-ppt-idx ) to ws-ppt-value
              perform varying ws-ppt-other from 1 by 1
                     until ws-ppt-other > ws-ppt-count
                     if ppt-emp-id( ws-ppt-other ) = ppt-emp-id( ws-ppt-idx )
                            and ppt-feld( ws-ppt-other ) = ppt-feld( ws-ppt-idx )
                            and ppt-status( ws-ppt-other ) = 'O'
                            and ppt-gueltig-ab( ws-ppt-other ) <= ws-period-end
                            and ( ppt-gueltig-ab( ws-ppt-other )
                                   > ppt-gueltig-ab( ws-ppt-idx )
                            or ( ppt-gueltig-ab( ws-ppt-other )
                                   = ppt-gueltig-ab( ws-ppt-idx )
                            and ws-ppt-other > ws-ppt-idx ) )
                            move 'N' to ws-ppt-take
                     end-if
              end-perform
       end-if
       if ppt-status( ws-ppt-idx ) = 'A'
              and ppt-gueltig-ab( ws-ppt-idx ) > ws-period-end
              move 'Y' to ws-ppt-take
              move ppt-alt( ws-ppt-idx ) to ws-ppt-value
              perform varying ws-ppt-other from 1 by 1
                     until ws-ppt-other > ws-ppt-count
                     if ppt-emp-id( ws-ppt-other ) = ppt-emp-id( ws-ppt-idx )
                            and ppt-feld( ws-ppt-other ) = ppt-feld( ws-ppt-idx )
                            and ppt-status( ws-ppt-other ) = 'A'
                            and ppt-gueltig-ab( ws-ppt-other ) > ws-period-end
                            and ( ppt-gueltig-ab( ws-ppt-other )
                                   < ppt-gueltig-ab( ws-ppt-idx )
                            or ( ppt-gueltig-ab( ws-ppt-other )
                                   = ppt-gueltig-ab( ws-ppt-idx )
                            and ws-ppt-other < ws-ppt-idx ) )
                            move 'N' to ws-ppt-take
                     end-if
              end-perform
       end-if
exit.

set-master-field.
       perform varying ws-pmt-idx from 1 by 1 until ws-pmt-idx > ws-mtb-count
              if mtb-emp-id( ws-pmt-idx ) = ppt-emp-id( ws-ppt-idx )
                     evaluate ppt-feld( ws-ppt-idx )
                            when "NAME"
                                   move ws-ppt-value to mtb-name( ws-pmt-idx )
                            when "LAND"
                                   move ws-ppt-value to mtb-bundesland( ws-pmt-idx )
                            when "STKL"
                                   if ws-ppt-value( 1 : 1 ) is numeric
                                          move ws-ppt-value( 1 : 1 )
                                                 to mtb-steuerklasse( ws-pmt-idx )
                                   end-if
                            when "KASSE"
                                   move ws-ppt-value to mtb-krankenkasse( ws-pmt-idx )
                            when "IBAN"
                                   move ws-ppt-value to mtb-iban( ws-pmt-idx )
                            when "BIC"
                                   move ws-ppt-value to mtb-bic( ws-pmt-idx )
                            when "EINTRITT"
                                   if ws-ppt-value( 1 : 8 ) is numeric
                                          move ws-ppt-value( 1 : 8 )
                                                 to mtb-eintritt( ws-pmt-idx )
                                   end-if
                            when "AUSTRITT"
                                   if ws-ppt-value( 1 : 8 ) is numeric
                                          move ws-ppt-value( 1 : 8 )
                                                 to mtb-austritt( ws-pmt-idx )
                                   end-if
                            when "STLOHN"
                                   if function test-numval(
                                          function trim( ws-ppt-value ) ) = 0
                                          compute mtb-stundenlohn( ws-pmt-idx )
                                                 = function numval( ws-ppt-value )
                                   end-if
                            when "ART"
                                   move ws-ppt-value to mtb-beschart( ws-pmt-idx )
                            when "SPERRE"
                                   move ws-ppt-value to mtb-iban-sperre( ws-pmt-idx )
                            when "KONF"
                                   move ws-ppt-value to mtb-konfession( ws-pmt-idx )
                     end-evaluate
                     if ppt-status( ws-ppt-idx ) = 'A'
                            display "Brutto zu Netto: " function trim( ppt-emp-id( ws-ppt-idx ) )
                                   " " function trim( ppt-feld( ws-ppt-idx ) )
                                   " fuer Periode " ws-period-mm "." ws-rate-year-wanted
                                   " = " function trim( ws-ppt-value )
                                   " (Aenderung erst ab " ppt-gueltig-ab( ws-ppt-idx ) ")"
                     else
                            display "Brutto zu Netto: " function trim( ppt-emp-id( ws-ppt-idx ) )
                                   " " function trim( ppt-feld( ws-ppt-idx ) )
                                   " fuer Periode " ws-period-mm "." ws-rate-year-wanted
                                   " = " function trim( ws-ppt-value )
                                   " (vorgemerkt ab " ppt-gueltig-ab( ws-ppt-idx ) ")"
                     end-if
              end-if
       end-perform
exit.

load-zeit.
       if ws-zeit-file = spaces
              exit paragraph
       end-if
       open input zeit-file
       call "RUNLOG-DATEI" using ws-log-prog ws-zeit-file ws-dat-lesen
              on exception continue
       end-call
       if ws-zeit-status not = "00"
              display "Brutto zu Netto: FEHLER - kann Zeitdatei "
                     function trim( ws-zeit-file ) " nicht oeffnen"
              exit paragraph
       end-if
       open input einmal-file
       call "RUNLOG-DATEI" using ws-log-prog ws-einmal-file ws-dat-lesen
              on exception continue
       end-call
       if ws-einmal-status not = "00"
              display "Brutto zu Netto: FEHLER - kann Einmalzahlungsdatei "
                     function trim( ws-einmal-file ) " nicht oeffnen"

set-employee-brutto.
       move emp-brutto to brutto
       perform set-active-window
       perform count-absence-days
       perform find-zeit
       if ws-zet-found > 0
              if ws-mst-idx > 0 and mtb-stundenlohn( ws-mst-idx ) > 0
                            + zet-ueberstd( ws-zet-found )
                            * mtb-stundenlohn( ws-mst-idx )
                            * ( 100 + przt-ueberstd ) / 100
                     compute ws-efz-betrag rounded = ws-efz-std
                            * mtb-stundenlohn( ws-mst-idx )
                     compute ws-mu-betrag rounded = ws-mu-std
                            * mtb-stundenlohn( ws-mst-idx )
                     add ws-efz-betrag to brutto
                     add ws-mu-betrag to brutto
              else
                     display "Brutto zu Netto: WARNUNG - Zeitsatz fuer "
                            function trim( ws-emp-id-input )
              end-if
              exit paragraph
       end-if
       compute ws-paid-days = ws-active-days - ws-kg-tage - ws-unbez-tage
       if ws-paid-days < 0
              move 0 to ws-paid-days
       end-if
       if ws-paid-days < ws-period-days
              compute brutto rounded = emp-brutto
                     * ws-paid-days / ws-period-days
              display "Brutto zu Netto: " function trim( ws-emp-id-input )
                     " anteilig abgerechnet (" ws-paid-days " von "
                     ws-period-days " Tagen)"
       end-if
       compute ws-efz-betrag rounded = emp-brutto
              * ws-efz-tage / ws-period-days
       compute ws-mu-betrag rounded = emp-brutto
              * ws-mu-tage / ws-period-days
exit.

set-active-window.
       compute ws-active-from-int = ws-period-first-int
       compute ws-active-to-int = ws-period-next-int - 1
       if ws-mst-idx > 0
              if mtb-eintritt( ws-mst-idx ) > ws-period-start
                     and mtb-eintritt( ws-mst-idx ) <= ws-period-end
                     compute ws-active-from-int =
                            function integer-of-date( mtb-eintritt( ws-mst-idx ) )
              end-if
              if mtb-austritt( ws-mst-idx ) not = 0
                     and mtb-austritt( ws-mst-idx ) >= ws-period-start
                     and mtb-austritt( ws-mst-idx ) < ws-period-end
                     compute ws-active-to-int =
                            function integer-of-date( mtb-austritt( ws-mst-idx ) )
              end-if
       end-if
       compute ws-active-days = ws-active-to-int - ws-active-from-int + 1
       if ws-active-days < 0
              move 0 to ws-active-days
       end-if
exit.

load-abwesenheit.
       open input abwes-file
       call "RUNLOG-DATEI" using ws-log-prog ws-abwes-file ws-dat-lesen
              on exception continue
       end-call
       if ws-abwes-status = "00"
              perform until ws-abwes-end = 'Y'
                     read abwes-file
                     at end
                            move 'Y' to ws-abwes-end
                     not at end
                            if ab-art = 'E'
                                   exit perform cycle
                            end-if
                            if ab-art not = 'K' and ab-art not = 'M'
                                   and ab-art not = 'U'
                                   display "Brutto zu Netto: WARNUNG -"
                                          " unbekannte Abwesenheitsart " ab-art
                                          " fuer " function trim( ab-emp-id )
                                          " - ignoriert"
                                   move 4 to return-code
                                   exit perform cycle
                            end-if
                            if ab-std-tag not numeric
                                   move 0 to ab-std-tag
                            end-if
                            if ws-abt-count < 500
                                   add 1 to ws-abt-count
                                   move ab-emp-id  to abt-emp-id( ws-abt-count )
                                   move ab-art     to abt-art( ws-abt-count )
                                   move ab-von     to abt-von( ws-abt-count )
                                   move ab-bis     to abt-bis( ws-abt-count )
                                   move ab-std-tag to abt-std-tag( ws-abt-count )
                            else
                                   display "Brutto zu Netto: WARNUNG -"
                                          " Abwesenheitstabelle voll, Satz ignoriert: "
                                          function trim( ab-emp-id )
                            end-if
              end-perform
       end-if
       close abwes-file
exit.

count-absence-days.
       move 0 to ws-efz-tage
       move 0 to ws-efz-std
       move 0 to ws-efz-von
       move 0 to ws-efz-bis
       move 0 to ws-efz-betrag
       move 0 to ws-mu-tage
       move 0 to ws-mu-std
       move 0 to ws-mu-von
       move 0 to ws-mu-bis
       move 0 to ws-mu-betrag
       move 0 to ws-kg-tage
       move 0 to ws-unbez-tage
       if ws-abt-count > 0
              perform varying ws-day-int from ws-active-from-int by 1
                     until ws-day-int > ws-active-to-int
                     perform classify-absence-day
              end-perform
       end-if
       compute ws-sv-tage = ws-active-days - ws-kg-tage - ws-unbez-tage
       if ws-sv-tage >= ws-period-days
              move 30 to ws-sv-tage
       end-if
       if ws-kg-tage > 0
              display "Brutto zu Netto: " function trim( ws-emp-id-input )
                     " Entgeltfortzahlung beendet - " ws-kg-tage
                     " Tage Krankengeldbezug"
       end-if
exit.

classify-absence-day.
       compute ws-day-date = function date-of-integer( ws-day-int )
       move 0 to ws-abt-found
       perform varying ws-abt-idx from 1 by 1
              until ws-abt-idx > ws-abt-count or ws-abt-found > 0
              if abt-emp-id( ws-abt-idx ) = ws-emp-id-input
                     and abt-von( ws-abt-idx ) <= ws-day-date
                     and ( abt-bis( ws-abt-idx ) = 0
                            or abt-bis( ws-abt-idx ) >= ws-day-date )
                     move ws-abt-idx to ws-abt-found
              end-if
       end-perform
       if ws-abt-found = 0
              exit paragraph
       end-if
       compute ws-day-wotag = function mod( ws-day-int , 7 )
       evaluate abt-art( ws-abt-found )
              when 'K'
                     if ws-day-int - function integer-of-date(
                            abt-von( ws-abt-found ) ) < grenze-efz-tage
                            add 1 to ws-efz-tage
                            if ws-efz-von = 0
                                   move ws-day-date to ws-efz-von
                            end-if
                            move ws-day-date to ws-efz-bis
                            if ws-day-wotag >= 1 and ws-day-wotag <= 5
                                   add abt-std-tag( ws-abt-found ) to ws-efz-std
                            end-if
                     else
                            add 1 to ws-kg-tage
                     end-if
              when 'M'
                     add 1 to ws-mu-tage
                     if ws-mu-von = 0
                            move ws-day-date to ws-mu-von
                     end-if
                     move ws-day-date to ws-mu-bis
                     if ws-day-wotag >= 1 and ws-day-wotag <= 5
                            add abt-std-tag( ws-abt-found ) to ws-mu-std
                     end-if
              when 'U'
                     add 1 to ws-unbez-tage
       end-evaluate
exit.

collect-erstattung.
       if ws-efz-betrag = 0 and ws-mu-betrag = 0
              exit paragraph
       end-if
       move przt-u1-erstatt to ws-ert-satz
       if ws-mst-idx > 0
              perform varying ws-kmt-idx from 1 by 1
                     until ws-kmt-idx > ws-kmt-count
                     if kmt-code( ws-kmt-idx ) = mtb-krankenkasse( ws-mst-idx )
                            move kmt-u1-satz( ws-kmt-idx ) to ws-ert-satz
                     end-if
              end-perform
       end-if
       if ws-efz-betrag > 0
              if ws-ert-count >= 500
                     display "Brutto zu Netto: WARNUNG - Erstattungstabelle voll, "
                            function trim( ws-emp-id-input ) " nicht beantragt"
                     move 4 to return-code
                     exit paragraph
              end-if
              add 1 to ws-ert-count
              move ws-kas-code     to ert-kasse( ws-ert-count )
              move ws-emp-id-input to ert-emp-id( ws-ert-count )
              move '1'             to ert-art( ws-ert-count )
              move ws-efz-von      to ert-von( ws-ert-count )
              move ws-efz-bis      to ert-bis( ws-ert-count )
              move ws-efz-tage     to ert-tage( ws-ert-count )
              move ws-efz-betrag   to ert-entgelt( ws-ert-count )
              move 0               to ert-ag-sv( ws-ert-count )
              move ws-ert-satz     to ert-satz( ws-ert-count )
              compute ert-betrag( ws-ert-count ) rounded =
                     ws-efz-betrag * ws-ert-satz / 100
       end-if
       if ws-mu-betrag > 0
              if ws-ert-count >= 500
                     display "Brutto zu Netto: WARNUNG - Erstattungstabelle voll, "
                            function trim( ws-emp-id-input ) " nicht beantragt"
                     move 4 to return-code
                     exit paragraph
              end-if
              move 0 to ws-ert-ag-sv
              if brutto > 0
                     compute ws-ert-ag-sv rounded =
                            ( ag-rte + ag-krk + ag-arb + ag-pfg )
                            * ws-mu-betrag / brutto
              end-if
              add 1 to ws-ert-count
              move ws-kas-code     to ert-kasse( ws-ert-count )
              move ws-emp-id-input to ert-emp-id( ws-ert-count )
              move '2'             to ert-art( ws-ert-count )
              move ws-mu-von       to ert-von( ws-ert-count )
              move ws-mu-bis       to ert-bis( ws-ert-count )
              move ws-mu-tage      to ert-tage( ws-ert-count )
              move ws-mu-betrag    to ert-entgelt( ws-ert-count )
              move ws-ert-ag-sv    to ert-ag-sv( ws-ert-count )
              move 100             to ert-satz( ws-ert-count )
              compute ert-betrag( ws-ert-count ) =
                     ws-mu-betrag + ws-ert-ag-sv
       end-if
exit.

write-erstattung.
       open output erstatt-file
       call "RUNLOG-DATEI" using ws-log-prog ws-erstatt-file ws-dat-schreib
              on exception continue
       end-call
       move spaces to erstatt-record
       string "ERSTATTUNGSANTRAEGE U1/U2 (AAG)  Jahr: " ws-rate-year-wanted
              "  Monat: " ws-period-mm
              delimited by size into erstatt-record
       write erstatt-record
       if ws-ert-count = 0
              move spaces to erstatt-record
              write erstatt-record
              move "Keine Erstattungsansprueche in dieser Periode"
                     to erstatt-record
              write erstatt-record
              close erstatt-file
              exit paragraph
       end-if
       perform varying ws-kas-idx from 1 by 1 until ws-kas-idx > ws-kas-count
              move 'N' to ws-ert-any
              perform varying ws-ert-idx from 1 by 1
                     until ws-ert-idx > ws-ert-count
                     if ert-kasse( ws-ert-idx ) = kas-code( ws-kas-idx )
                            move 'Y' to ws-ert-any
                     end-if
              end-perform
              if ws-ert-any = 'Y'
                     perform write-erstattung-kasse
              end-if
       end-perform
       close erstatt-file
       display "Brutto zu Netto: " ws-ert-count " Erstattungsantrag/-antraege nach "
              function trim( ws-erstatt-file )
exit.

write-erstattung-kasse.
       move spaces to ws-ert-kname
       perform varying ws-kmt-idx from 1 by 1 until ws-kmt-idx > ws-kmt-count
              if kmt-code( ws-kmt-idx ) = kas-code( ws-kas-idx )
                     move kmt-name( ws-kmt-idx ) to ws-ert-kname
              end-if
       end-perform
       move 0 to ws-ert-sum-u1
       move 0 to ws-ert-sum-u2
       move spaces to erstatt-record
       write erstatt-record
       move spaces to erstatt-record
       string "An Krankenkasse: " kas-code( ws-kas-idx ) "  " ws-ert-kname
              delimited by size into erstatt-record
       write erstatt-record
       move spaces to erstatt-record
       string "  ART  PERS.-NR.   VON       BIS       TAGE"
              "     ENTGELT    AG-SV-ANT  SATZ  ERSTATTUNG"
              delimited by size into erstatt-record
       write erstatt-record
       perform varying ws-ert-idx from 1 by 1 until ws-ert-idx > ws-ert-count
              if ert-kasse( ws-ert-idx ) = kas-code( ws-kas-idx )
                     move ert-entgelt( ws-ert-idx ) to ws-ert-disp-1
                     move ert-ag-sv( ws-ert-idx )   to ws-ert-disp-2
                     move ert-betrag( ws-ert-idx )  to ws-ert-disp-3
                     move spaces to erstatt-record
                     string "  U" ert-art( ws-ert-idx ) "   "
                            ert-emp-id( ws-ert-idx ) "  "
                            ert-von( ws-ert-idx ) "  "
                            ert-bis( ws-ert-idx ) "  "
                            ert-tage( ws-ert-idx ) "  "
                            ws-ert-disp-1 "  " ws-ert-disp-2 "  "
                            ert-satz( ws-ert-idx ) "%  " ws-ert-disp-3
                            delimited by size into erstatt-record
                     write erstatt-record
                     if ert-art( ws-ert-idx ) = '1'
                            add ert-betrag( ws-ert-idx ) to ws-ert-sum-u1
                     else
                            add ert-betrag( ws-ert-idx ) to ws-ert-sum-u2
                     end-if
              end-if
       end-perform
       move ws-ert-sum-u1 to ws-ert-disp-s
       move spaces to erstatt-record
       string "  Erstattung U1 (Entgeltfortzahlung Krankheit):  " ws-ert-disp-s
              delimited by size into erstatt-record
       write erstatt-record
       move ws-ert-sum-u2 to ws-ert-disp-s
       move spaces to erstatt-record
       string "  Erstattung U2 (Mutterschutz):                   " ws-ert-disp-s
              delimited by size into erstatt-record
       write erstatt-record
exit.

load-kurz.
       if ws-kurz-file = spaces
              exit paragraph
       end-if
       open input kurz-file
       call "RUNLOG-DATEI" using ws-log-prog ws-kurz-file ws-dat-lesen
              on exception continue
       end-call
       if ws-kurz-status not = "00"
              display "Brutto zu Netto: FEHLER - kann Kurzarbeitsdatei "
                     function trim( ws-kurz-file ) " nicht oeffnen"
              move 8 to return-code
              stop run
       end-if
       perform until ws-kurz-end = 'Y'
              read kurz-file
              at end
                     move 'Y' to ws-kurz-end
              not at end
                     if ws-kut-count < 500
                            add 1 to ws-kut-count
                            move ku-emp-id   to kut-emp-id( ws-kut-count )
                            move ku-soll-std to kut-soll-std( ws-kut-count )
                            move ku-ist-std  to kut-ist-std( ws-kut-count )
                            move ku-kinder   to kut-kinder( ws-kut-count )
                     else
                            display "Brutto zu Netto: WARNUNG -"
                                   " Kurzarbeitstabelle voll, Satz ignoriert: "
                                   function trim( ku-emp-id )
                     end-if
       end-perform
       close kurz-file
exit.

apply-kurzarbeit.
       move 0 to ws-kug-soll
       move 0 to ws-kug-ist
       move 0 to ws-kug
       move 0 to ws-kug-pn-soll
       move 0 to ws-kug-pn-ist
       move 0 to ws-kug-fiktiv
       move 0 to ws-kug-sv-ag
       move 0 to ws-kut-found
       perform varying ws-kut-idx from 1 by 1 until ws-kut-idx > ws-kut-count
              if kut-emp-id( ws-kut-idx ) = ws-emp-id-input
                     move ws-kut-idx to ws-kut-found
              end-if
       end-perform
       if ws-kut-found = 0
              exit paragraph
       end-if
       if ws-mst-idx > 0 and mtb-beschart( ws-mst-idx ) = 'M'
              display "Brutto zu Netto: WARNUNG - " function trim( ws-emp-id-input )
                     " ist Minijobber - kein Kurzarbeitergeld"
              move 4 to return-code
              exit paragraph
       end-if
       if kut-soll-std( ws-kut-found ) = 0
              or kut-ist-std( ws-kut-found ) > kut-soll-std( ws-kut-found )
              display "Brutto zu Netto: WARNUNG - Kurzarbeitssatz fuer "
                     function trim( ws-emp-id-input )
                     " unplausibel (Soll/Ist-Stunden) - ignoriert"
              move 4 to return-code
              exit paragraph
       end-if
       if ws-zet-found > 0 and ws-mst-idx > 0
              and mtb-stundenlohn( ws-mst-idx ) > 0
              compute ws-kug-soll rounded = kut-soll-std( ws-kut-found )
                     * mtb-stundenlohn( ws-mst-idx )
              move brutto to ws-kug-ist
       else
              move brutto to ws-kug-soll
              compute ws-kug-ist rounded = ws-kug-soll
                     * kut-ist-std( ws-kut-found ) / kut-soll-std( ws-kut-found )
       end-if
       if ws-kug-ist > ws-kug-soll
              move ws-kug-soll to ws-kug-ist
       end-if
       if kut-kinder( ws-kut-found ) = 'J'
              move przt-kug-2 to ws-kug-satz
       else
              move przt-kug-1 to ws-kug-satz
       end-if
       move brutto to ws-kug-save-brutto
       move lohnst to ws-kug-save-lohnst
       move ws-entgum-stfrei to ws-kug-save-stfrei
       move 0 to ws-entgum-stfrei
       move ws-kug-soll to ws-kug-entgelt
       perform compute-kug-pnetto
       move ws-kug-pnetto to ws-kug-pn-soll
       move ws-kug-ist to ws-kug-entgelt
       perform compute-kug-pnetto
       move ws-kug-pnetto to ws-kug-pn-ist
       move ws-kug-save-lohnst to lohnst
       move ws-kug-save-stfrei to ws-entgum-stfrei
       if ws-kug-pn-soll > ws-kug-pn-ist
              compute ws-kug rounded = ( ws-kug-pn-soll - ws-kug-pn-ist )
                     * ws-kug-satz / 100
       end-if
       move ws-kug-ist to brutto
       display "Brutto zu Netto: " function trim( ws-emp-id-input )
              " Kurzarbeit - Soll " ws-kug-soll " Ist " ws-kug-ist
              " KUG " ws-kug
exit.

compute-kug-pnetto.
       if ws-kug-entgelt > ws-bbg
              move ws-bbg to ws-kug-entgelt
       end-if
       move ws-kug-entgelt to brutto
       perform compute-lohnsteuer
       compute ws-kug-pnetto rounded = ws-kug-entgelt
              - ws-kug-entgelt * przt-kug-svpausch / 100
              - lohnst - lohnst * przt-solid / 100
       if ws-kug-pnetto < 0
              move 0 to ws-kug-pnetto
       end-if
exit.

apply-kug-sv.
       if ws-kug-soll = 0 or ws-beschart = 'M'
              exit paragraph
       end-if
       compute ws-kug-fiktiv rounded = ( ws-kug-soll - ws-kug-ist )
              * przt-kug-fiktiv / 100
       if ws-sv-base >= ws-sv-bbg
              move 0 to ws-kug-fiktiv
       else
              if ws-sv-base + ws-kug-fiktiv > ws-sv-bbg
                     compute ws-kug-fiktiv = ws-sv-bbg - ws-sv-base
              end-if
       end-if
       compute ws-kug-sv-rv rounded = ws-kug-fiktiv * przt-rte * 2 / 100
       compute ws-kug-sv-kv rounded = ws-kug-fiktiv * ws-kv-satz * 2 / 100
       compute ws-kug-sv-pv rounded = ws-kug-fiktiv * przt-pfg * 2 / 100
       add ws-kug-sv-rv to ag-rte
       add ws-kug-sv-kv to ag-krk
       add ws-kug-sv-pv to ag-pfg
       compute ws-kug-sv-ag = ws-kug-sv-rv + ws-kug-sv-kv + ws-kug-sv-pv
       add ws-kug-sv-ag to ag-total
exit.

collect-kug.
       if ws-kug-soll = 0
              exit paragraph
       end-if
       if ws-kgt-count >= 500
              display "Brutto zu Netto: WARNUNG - KUG-Liste voll, "
                     function trim( ws-emp-id-input ) " nicht aufgefuehrt"
              move 4 to return-code
              exit paragraph
       end-if
       move "*OHNE*" to ws-kug-stelle
       move 0 to ws-kug-pct
       perform varying ws-kta-idx from 1 by 1 until ws-kta-idx > ws-kta-count
              if kta-emp-id( ws-kta-idx ) = ws-emp-id-input
                     and kta-pct( ws-kta-idx ) > ws-kug-pct
                     move kta-stelle( ws-kta-idx ) to ws-kug-stelle
                     move kta-pct( ws-kta-idx ) to ws-kug-pct
              end-if
       end-perform
       add 1 to ws-kgt-count
       move ws-kug-stelle   to kgt-stelle( ws-kgt-count )
       move ws-emp-id-input to kgt-emp-id( ws-kgt-count )
       if ws-kug-satz = przt-kug-2
              move '1' to kgt-kinder( ws-kgt-count )
       else
              move '2' to kgt-kinder( ws-kgt-count )
       end-if
       move kut-soll-std( ws-kut-found ) to kgt-soll-std( ws-kgt-count )
       move kut-ist-std( ws-kut-found )  to kgt-ist-std( ws-kgt-count )
       move ws-kug-soll     to kgt-soll( ws-kgt-count )
       move ws-kug-ist      to kgt-ist( ws-kgt-count )
       move ws-kug-pn-soll  to kgt-pn-soll( ws-kgt-count )
       move ws-kug-pn-ist   to kgt-pn-ist( ws-kgt-count )
       move ws-kug          to kgt-kug( ws-kgt-count )
       move ws-kug-sv-ag    to kgt-sv-ag( ws-kgt-count )
exit.

write-kug-liste.
       if ws-kurz-file = spaces and ws-kgt-count = 0
              exit paragraph
       end-if
       open output kug-file
       call "RUNLOG-DATEI" using ws-log-prog ws-kug-file ws-dat-schreib
              on exception continue
       end-call
       move spaces to kug-record
       string "KUG-ABRECHNUNGSLISTE FUER DIE AGENTUR FUER ARBEIT  Jahr: "
              ws-rate-year-wanted "  Monat: " ws-period-mm
              delimited by size into kug-record
       write kug-record
       move spaces to kug-record
       string "Leistungssatz 1 = " przt-kug-2 " % (mit Kind), 2 = "
              przt-kug-1 " %"
              delimited by size into kug-record
       write kug-record
       move 0 to ws-kgt-tot-kug
       move 0 to ws-kgt-tot-sv
       perform varying ws-kgt-idx from 1 by 1 until ws-kgt-idx > ws-kgt-count
              move 'Y' to ws-kgt-neu
              perform varying ws-kgt-idx2 from 1 by 1
                     until ws-kgt-idx2 >= ws-kgt-idx
                     if kgt-stelle( ws-kgt-idx2 ) = kgt-stelle( ws-kgt-idx )
                            move 'N' to ws-kgt-neu
                     end-if
              end-perform
              if ws-kgt-neu = 'Y'
                     perform write-kug-stelle
              end-if
       end-perform
       move spaces to kug-record
       write kug-record
       move ws-kgt-tot-kug to ws-kgt-disp-s
       move spaces to kug-record
       string "ERSTATTUNGSBETRAG KUG GESAMT:            " ws-kgt-disp-s
              delimited by size into kug-record
       write kug-record
       move ws-kgt-tot-sv to ws-kgt-disp-s
       move spaces to kug-record
       string "SV-BEITRAEGE AUF AUSFALL (AG) GESAMT:    " ws-kgt-disp-s
              delimited by size into kug-record
       write kug-record
       close kug-file
       display "Brutto zu Netto: " ws-kgt-count " Kurzarbeiter in "
              function trim( ws-kug-file )
exit.

write-kug-stelle.
       move 0 to ws-kgt-sum-kug
       move 0 to ws-kgt-sum-sv
       move 0 to ws-kgt-anzahl
       move spaces to kug-record
       write kug-record
       move spaces to kug-record
       string "Kostenstelle: " kgt-stelle( ws-kgt-idx )
              delimited by size into kug-record
       write kug-record
       move spaces to kug-record
       string "  PERS.-NR.   L SOLL-STD IST-STD  SOLL-ENTG.   IST-ENTG."
              "  P.NETTO S.  P.NETTO I.         KUG"
              delimited by size into kug-record
       write kug-record
       perform varying ws-kgt-idx2 from ws-kgt-idx by 1
              until ws-kgt-idx2 > ws-kgt-count
              if kgt-stelle( ws-kgt-idx2 ) = kgt-stelle( ws-kgt-idx )
                     move kgt-soll-std( ws-kgt-idx2 ) to ws-kgt-disp-std-1
                     move kgt-ist-std( ws-kgt-idx2 )  to ws-kgt-disp-std-2
                     move kgt-soll( ws-kgt-idx2 )     to ws-kgt-disp-1
                     move kgt-ist( ws-kgt-idx2 )      to ws-kgt-disp-2
                     move kgt-pn-soll( ws-kgt-idx2 )  to ws-kgt-disp-3
                     move kgt-pn-ist( ws-kgt-idx2 )   to ws-kgt-disp-4
                     move kgt-kug( ws-kgt-idx2 )      to ws-kgt-disp-5
                     move spaces to kug-record
                     string "  " kgt-emp-id( ws-kgt-idx2 ) "  "
                            kgt-kinder( ws-kgt-idx2 ) " "
                            ws-kgt-disp-std-1 "  " ws-kgt-disp-std-2 "  "
                            ws-kgt-disp-1 "  " ws-kgt-disp-2 "  "
                            ws-kgt-disp-3 "  " ws-kgt-disp-4 "  "
                            ws-kgt-disp-5
                            delimited by size into kug-record
                     write kug-record
                     add 1 to ws-kgt-anzahl
                     add kgt-kug( ws-kgt-idx2 ) to ws-kgt-sum-kug
                     add kgt-sv-ag( ws-kgt-idx2 ) to ws-kgt-sum-sv
              end-if
       end-perform
       move ws-kgt-sum-kug to ws-kgt-disp-s
       move spaces to kug-record
       string "  Summe Kostenstelle (" ws-kgt-anzahl " AN)  KUG: " ws-kgt-disp-s
              delimited by size into kug-record
       write kug-record
       move ws-kgt-sum-sv to ws-kgt-disp-s
       move spaces to kug-record
       string "  SV-Beitraege AG auf Ausfall:       " ws-kgt-disp-s
              delimited by size into kug-record
       write kug-record
       add ws-kgt-sum-kug to ws-kgt-tot-kug
       add ws-kgt-sum-sv to ws-kgt-tot-sv
exit.

apply-einmal.
       move 0 to ws-einmal
       perform varying ws-eml-idx from 1 by 1 until ws-eml-idx > ws-eml-count
              if eml-emp-id( ws-eml-idx ) = ws-emp-id-input
                     move eml-betrag( ws-eml-idx ) to ws-einmal
              end-if
       end-perform
       if ws-einmal > 0
              add ws-einmal to brutto
              display "Brutto zu Netto: Einmalzahlung " ws-einmal
                     " fuer " function trim( ws-emp-id-input )
       end-if
exit.

load-sachbezug.
       open input sach-file
       call "RUNLOG-DATEI" using ws-log-prog ws-sach-file ws-dat-lesen
              on exception continue
       end-call
       if ws-sach-status = "00"
              perform until ws-sach-end = 'Y'
                     read sach-file
                     at end
                            move 'Y' to ws-sach-end
                     not at end
                            if sb-art not = "DW" and sb-art not = "DWE"
                                   and sb-art not = "JT" and sb-art not = "SB"
                                   display "Brutto zu Netto: WARNUNG - unbekannte"
                                          " Sachbezugsart " sb-art " fuer "
                                          function trim( sb-emp-id ) " ignoriert"
                                   exit perform cycle
                            end-if
                            if ws-sbt-count < 500
                                   add 1 to ws-sbt-count
                                   move sb-emp-id      to sbt-emp-id( ws-sbt-count )
                                   move sb-art         to sbt-art( ws-sbt-count )
                                   move sb-listenpreis to sbt-listenpreis( ws-sbt-count )
                                   move sb-wert        to sbt-wert( ws-sbt-count )
                                   move sb-km          to sbt-km( ws-sbt-count )
                                   move sb-von         to sbt-von( ws-sbt-count )
                                   move sb-bis         to sbt-bis( ws-sbt-count )
                            else
                                   display "Brutto zu Netto: WARNUNG -"
                                          " Sachbezugstabelle voll, Satz ignoriert: "
                                          function trim( sb-emp-id )
                            end-if
              end-perform
       end-if
       close sach-file
exit.

apply-sachbezug.
       move 0 to ws-sachbezug
       perform varying ws-sbt-idx from 1 by 1 until ws-sbt-idx > ws-sbt-count
              if sbt-emp-id( ws-sbt-idx ) = ws-emp-id-input
                     and ws-period-end >= sbt-von( ws-sbt-idx )
                     and ( sbt-bis( ws-sbt-idx ) = 0
                     or ws-period-start <= sbt-bis( ws-sbt-idx ) )
                     perform compute-one-sachbezug
                     add ws-sb-monat to ws-sachbezug
              end-if
       end-perform
       if ws-sachbezug > 0
              add ws-sachbezug to brutto
              display "Brutto zu Netto: Sachbezug " ws-sachbezug
                     " fuer " function trim( ws-emp-id-input )
       end-if
exit.

compute-one-sachbezug.
       compute ws-sb-hunderter = sbt-listenpreis( ws-sbt-idx ) / 100
       evaluate sbt-art( ws-sbt-idx )
              when "DW"
                     compute ws-sb-monat rounded =
                            ws-sb-hunderter * 100 * przt-dw / 100
                            + ws-sb-hunderter * 100 * przt-dw-km / 100
                            * sbt-km( ws-sbt-idx )
              when "DWE"
                     compute ws-sb-monat rounded =
                            ws-sb-hunderter * 100 * przt-dwe / 100
                            + ws-sb-hunderter * 100 * przt-dwe-km / 100
                            * sbt-km( ws-sbt-idx )
              when other
                     move sbt-wert( ws-sbt-idx ) to ws-sb-monat
       end-evaluate
exit.

load-dauerabzug.
       open input dauer-file
       call "RUNLOG-DATEI" using ws-log-prog ws-dauer-file ws-dat-lesen
              on exception continue
       end-call
       if ws-dauer-status = "00"
              perform until ws-dauer-end = 'Y'
                     read dauer-file
                     at end
                            move 'Y' to ws-dauer-end
                     not at end
                            if da-art not = "BAV" and da-art not = "VWL"
                                   and da-art not = "NETT"
                                   display "Brutto zu Netto: WARNUNG - unbekannte"
                                          " Abzugsart " da-art " fuer "
                                          function trim( da-emp-id ) " ignoriert"
                                   exit perform cycle
                            end-if
                            if ws-dat-count < 500
                                   add 1 to ws-dat-count
                                   move da-emp-id     to dat-emp-id( ws-dat-count )
                                   move da-art        to dat-art( ws-dat-count )
                                   move da-betrag     to dat-betrag( ws-dat-count )
                                   move da-von        to dat-von( ws-dat-count )
                                   move da-bis        to dat-bis( ws-dat-count )
                                   move da-empfaenger to dat-empfaenger( ws-dat-count )
                                   move da-iban       to dat-iban( ws-dat-count )
                                   move da-bic        to dat-bic( ws-dat-count )
                                   move da-vertrag    to dat-vertrag( ws-dat-count )
                                   move 0             to dat-abzug( ws-dat-count )
                            else
                                   display "Brutto zu Netto: WARNUNG -"
                                          " Abzugstabelle voll, Satz ignoriert: "
                                          function trim( da-emp-id )
                            end-if
              end-perform
       end-if
       close dauer-file
exit.

apply-dauerabzug.
       move 0 to ws-entgum
       move 0 to ws-nettoabzug
       perform varying ws-dat-idx from 1 by 1 until ws-dat-idx > ws-dat-count
              if dat-emp-id( ws-dat-idx ) = ws-emp-id-input
                     move 0 to dat-abzug( ws-dat-idx )
                     if ws-period-end >= dat-von( ws-dat-idx )
                            and ( dat-bis( ws-dat-idx ) = 0
                            or ws-period-start <= dat-bis( ws-dat-idx ) )
                            move dat-betrag( ws-dat-idx ) to dat-abzug( ws-dat-idx )
                            if dat-art( ws-dat-idx ) = "BAV"
                                   add dat-betrag( ws-dat-idx ) to ws-entgum
                            else
                                   add dat-betrag( ws-dat-idx ) to ws-nettoabzug
                            end-if
                     end-if
              end-if
       end-perform
       perform set-entgum-grenzen
       if ws-entgum > ws-entgum-stfrei
              display "Brutto zu Netto: Entgeltumwandlung von "
                     function trim( ws-emp-id-input )
                     " ueber steuerfreiem Hoechstbetrag " ws-entgum-stfrei
       end-if
exit.

set-entgum-grenzen.
       compute ws-entgum-grenze = ws-bbg * przt-entgum-st / 100
       if ws-entgum > ws-entgum-grenze
              move ws-entgum-grenze to ws-entgum-stfrei
       else
              move ws-entgum to ws-entgum-stfrei
       end-if
       compute ws-entgum-grenze = ws-bbg * przt-entgum-sv / 100
       if ws-entgum > ws-entgum-grenze
              move ws-entgum-grenze to ws-entgum-svfrei
       else
              move ws-entgum to ws-entgum-svfrei
       end-if
exit.

apply-nettoabzug.
       if ws-nettoabzug = 0
              exit paragraph
       end-if
       if ws-nettoabzug > ws-auszahlung
              display "Brutto zu Netto: WARNUNG - Nettoabzuege von "
                     function trim( ws-emp-id-input )
                     " uebersteigen den Auszahlungsbetrag - nicht einbehalten"
              move 4 to return-code
              move 0 to ws-nettoabzug
              perform varying ws-dat-idx from 1 by 1 until ws-dat-idx > ws-dat-count
                     if dat-emp-id( ws-dat-idx ) = ws-emp-id-input
                            and dat-art( ws-dat-idx ) not = "BAV"
                            move 0 to dat-abzug( ws-dat-idx )
                     end-if
              end-perform
              exit paragraph
       end-if
       subtract ws-nettoabzug from ws-auszahlung
exit.

load-pfaendung.
       open input pfaend-file
       call "RUNLOG-DATEI" using ws-log-prog ws-pfaend-file ws-dat-lesen
              on exception continue
       end-call
       if ws-pfaend-status = "00"
              perform until ws-pfaend-end = 'Y'
                     read pfaend-file
                     at end
                            move 'Y' to ws-pfaend-end
                     not at end
                            if ws-pft-count < 200
                                   add 1 to ws-pft-count
                                   move pf-emp-id       to pft-emp-id( ws-pft-count )
                                   move pf-rang         to pft-rang( ws-pft-count )
                                   move pf-glaeubiger   to pft-glaeubiger( ws-pft-count )
                                   move pf-iban         to pft-iban( ws-pft-count )
                                   move pf-bic          to pft-bic( ws-pft-count )
                                   move pf-aktenzeichen to pft-aktenzeichen( ws-pft-count )
                                   move pf-unterhalt    to pft-unterhalt( ws-pft-count )
                                   move pf-rest         to pft-rest( ws-pft-count )
                                   move 0               to pft-abzug( ws-pft-count )
                            else
                                   display "Brutto zu Netto: WARNUNG -"
                                          " Pfaendungstabelle voll, Satz ignoriert: "
                                          function trim( pf-emp-id )
                            end-if
              end-perform
       end-if
       close pfaend-file
       move 'N' to ws-pfaend-end
exit.

save-pfaendung.
       open output pfaend-file
       call "RUNLOG-DATEI" using ws-log-prog ws-pfaend-file ws-dat-schreib
              on exception continue
       end-call
       perform varying ws-pft-idx from 1 by 1 until ws-pft-idx > ws-pft-count
              move pft-emp-id( ws-pft-idx )       to pf-emp-id
              move pft-rang( ws-pft-idx )         to pf-rang
              move pft-glaeubiger( ws-pft-idx )   to pf-glaeubiger
              move pft-iban( ws-pft-idx )         to pf-iban
              move pft-bic( ws-pft-idx )          to pf-bic
              move pft-aktenzeichen( ws-pft-idx ) to pf-aktenzeichen
              move pft-unterhalt( ws-pft-idx )    to pf-unterhalt
              move pft-rest( ws-pft-idx )         to pf-rest
              write pfaend-record
       end-perform
       close pfaend-file
exit.

apply-pfaendung.
       move 0 to ws-pfaendung
       if ws-sachbezug > netto
              display "Brutto zu Netto: WARNUNG - Sachbezuege von "
                     function trim( ws-emp-id-input )
                     " uebersteigen das Netto - keine Auszahlung"
              move 4 to return-code
              move 0 to ws-auszahlung
       else
              compute ws-auszahlung = netto - ws-sachbezug
       end-if
       add ws-kug to ws-auszahlung
       move 'N' to ws-pf-offen
       move 0 to ws-pf-unterhalt
       perform varying ws-pft-idx from 1 by 1 until ws-pft-idx > ws-pft-count
              if pft-emp-id( ws-pft-idx ) = ws-emp-id-input
                     move 0 to pft-abzug( ws-pft-idx )
                     if pft-rest( ws-pft-idx ) > 0 and ws-pf-offen = 'N'
                            move 'Y' to ws-pf-offen
                            move pft-unterhalt( ws-pft-idx ) to ws-pf-unterhalt
                     end-if
              end-if
       end-perform
       if ws-pf-offen = 'N'
              exit paragraph
       end-if
       perform compute-pfaendbar
       if ws-pf-betrag = 0
              display "Brutto zu Netto: " function trim( ws-emp-id-input )
                     " - Netto unter Pfaendungsfreigrenze, kein Pfaendungsabzug"
              exit paragraph
       end-if
       move ws-pf-betrag to ws-pf-verfuegbar
       if ws-pf-verfuegbar > ws-auszahlung
              move ws-auszahlung to ws-pf-verfuegbar
       end-if
       perform varying ws-pf-rang from 0 by 1
              until ws-pf-rang > 99 or ws-pf-verfuegbar = 0
              perform varying ws-pft-idx from 1 by 1 until ws-pft-idx > ws-pft-count
                     if pft-emp-id( ws-pft-idx ) = ws-emp-id-input
                            and pft-rang( ws-pft-idx ) = ws-pf-rang
                            and pft-rest( ws-pft-idx ) > 0
                            and ws-pf-verfuegbar > 0
                            perform deduct-one-pfaendung
                     end-if
              end-perform
       end-perform
       subtract ws-pfaendung from ws-auszahlung
exit.

compute-pfaendbar.
       move 0 to ws-pf-betrag
       move grenze-pf-grund to ws-pf-frei
       if ws-pf-unterhalt > 0
              add grenze-pf-unterh-1 to ws-pf-frei
       end-if
       if ws-pf-unterhalt > 5
              compute ws-pf-frei = ws-pf-frei + grenze-pf-unterh-n * 4
       else
              if ws-pf-unterhalt > 1
                     compute ws-pf-frei = ws-pf-frei
                            + grenze-pf-unterh-n * ( ws-pf-unterhalt - 1 )
              end-if
       end-if
       evaluate ws-pf-unterhalt
              when 0
                     move 70 to ws-pf-quote
              when 1
                     move 50 to ws-pf-quote
              when 2
                     move 40 to ws-pf-quote
              when 3
                     move 30 to ws-pf-quote
              when 4
                     move 20 to ws-pf-quote
              when other
                     move 10 to ws-pf-quote
       end-evaluate
       if netto > grenze-pf-voll
              move grenze-pf-voll to ws-pf-stufe
       else
              compute ws-pf-stufen = netto / 10
              compute ws-pf-stufe = ws-pf-stufen * 10
       end-if
       if ws-pf-stufe > ws-pf-frei
              compute ws-pf-betrag = ( ws-pf-stufe - ws-pf-frei )
                     * ws-pf-quote / 100
       end-if
       if netto > grenze-pf-voll
              compute ws-pf-betrag = ws-pf-betrag + netto - grenze-pf-voll
       end-if
exit.

deduct-one-pfaendung.
       if pft-rest( ws-pft-idx ) < ws-pf-verfuegbar
              move pft-rest( ws-pft-idx ) to pft-abzug( ws-pft-idx )
       else
              move ws-pf-verfuegbar to pft-abzug( ws-pft-idx )
       end-if
       subtract pft-abzug( ws-pft-idx ) from pft-rest( ws-pft-idx )
       subtract pft-abzug( ws-pft-idx ) from ws-pf-verfuegbar
       add pft-abzug( ws-pft-idx ) to ws-pfaendung
       display "Brutto zu Netto: Pfaendung "
              function trim( pft-aktenzeichen( ws-pft-idx ) )
              " fuer " function trim( ws-emp-id-input )
              " - Abzug " pft-abzug( ws-pft-idx )
              " an " function trim( pft-glaeubiger( ws-pft-idx ) )
       if pft-rest( ws-pft-idx ) = 0
              display "Brutto zu Netto: Pfaendung "
                     function trim( pft-aktenzeichen( ws-pft-idx ) )
                     " fuer " function trim( ws-emp-id-input )
                     " ist vollstaendig getilgt"
       end-if
exit.

find-master.
       move 0 to ws-mst-idx
       perform varying ws-mtb-idx from 1 by 1 until ws-mtb-idx > ws-mtb-count
              if mtb-emp-id( ws-mtb-idx ) = ws-emp-id-input
                     move ws-mtb-idx to ws-mst-idx
              end-if
       end-perform
exit.

check-employment.
       move 'N' to ws-skip-emp
       perform find-master
       if ws-mst-idx = 0
              display "Brutto zu Netto: WARNUNG - " function trim( ws-emp-id-input )
                     " fehlt in der Stammdatei"
       end-if
       perform set-steuerklasse
       if ws-mst-idx > 0
              if mtb-austritt( ws-mst-idx ) not = 0
                     and mtb-austritt( ws-mst-idx ) < ws-period-start
                     move 'Y' to ws-skip-emp
                     display "Brutto zu Netto: " function trim( ws-emp-id-input )
                            " ist ausgeschieden am " mtb-austritt( ws-mst-idx )
                            " - uebersprungen"
              end-if
       end-if
exit.

get-info.
       	display "Personalnummer: " with no advancing
       	accept ws-emp-id-input
	perform find-master
	perform set-steuerklasse
       	display "Dein viel aussehendes Brutto: " with no advancing
       	accept brutto
       	move przt-kirche to ws-kirche-rate
       	display "Kirchensteuerpflichtig (J/N): " with no advancing
       	accept ws-kirche-flag
       	if ws-kirche-flag = 'J'
       		display "Kirchensteuersatz in Prozent (z.B. 8.0 oder 9.0): " with no advancing
       		accept ws-kirche-rate
       	end-if
       	exit.

calculate.
	move 0 to ws-mini-steuer
	if ws-mst-idx > 0 and mtb-beschart( ws-mst-idx ) = 'M'
		move 'M' to ws-beschart
	else
		perform calculate-minijob
		exit paragraph
	end-if
	compute ws-sv-brutto = brutto - ws-entgum-svfrei
	if ws-sv-tage < 30
		compute ws-sv-bbg rounded = ws-bbg * ws-sv-tage / 30
	else
		move ws-bbg to ws-sv-bbg
	end-if
       	if ws-sv-brutto > ws-sv-bbg
       		move ws-sv-bbg to ws-sv-base
       	else
       		move ws-sv-brutto to ws-sv-base
       	end-if
	perform set-kv-satz
       	compute betr-rte    = ws-sv-base * przt-rte         / 100
		compute betr-krk = betr-krk * ws-gz-faktor
		compute betr-arb = betr-arb * ws-gz-faktor
		compute betr-pfg = betr-pfg * ws-gz-faktor
		if ws-batch-mode = 'Y' and ws-plan-mode = 'N'
			display "Brutto zu Netto: " function trim( ws-emp-id-input )
				" in der Gleitzone - AN-Anteile mit Faktor "
				ws-gz-faktor
	compute ag-total = ag-rte + ag-krk + ag-arb + ag-pfg
		+ ag-u1 + ag-u2 + ag-uins
	compute netto = brutto - function sum (
           	ws-entgum
           	betr-rte
           	betr-krk
           	betr-arb
           	solid
       		kirche
       	)
	if ws-batch-mode not = 'Y' and ws-plan-mode = 'N'
       		display "Dein erb√§rmliches Netto: " netto
       		display "Arbeitgeberkosten gesamt: " ag-total
	end-if
	compute ws-mini-steuer = brutto * przt-mini-st / 100
	compute ag-total = ag-rte + ag-krk + ag-u1 + ag-u2 + ag-uins
		+ ws-mini-steuer
	if ws-entgum > brutto
		move brutto to ws-entgum
	end-if
	compute netto = brutto - ws-entgum
	evaluate true
		when ws-plan-mode = 'Y'
			continue
		when ws-batch-mode = 'Y'
			display "Brutto zu Netto: " function trim( ws-emp-id-input )
				" als Minijob abgerechnet (Pauschalen AG: " ag-total ")"
		when other
			display "Minijob - keine AN-Abzuege, Netto: " netto
			display "Arbeitgeberpauschalen gesamt: " ag-total
	end-evaluate
	exit.

batch-run.
       open input emp-file
       call "RUNLOG-DATEI" using ws-log-prog ws-emp-file ws-dat-lesen
              on exception continue
       end-call
       if ws-restart-mode = 'Y' and ws-ckp-emp-id not = spaces
              open extend payslip-file
              call "RUNLOG-DATEI" using ws-log-prog ws-payslip-file ws-dat-schreib
                     on exception continue
              end-call
              open extend sepa-file
              call "RUNLOG-DATEI" using ws-log-prog ws-sepa-file ws-dat-schreib
                     on exception continue
              end-call
              open extend kosten-file
              call "RUNLOG-DATEI" using ws-log-prog ws-kosten-file ws-dat-schreib
                     on exception continue
              end-call
              if ws-lja-mode = 'Y'
                     open extend lja-file
                     call "RUNLOG-DATEI" using ws-log-prog ws-lja-file ws-dat-schreib
                            on exception continue
                     end-call
              end-if
       else
              open output payslip-file
              call "RUNLOG-DATEI" using ws-log-prog ws-payslip-file ws-dat-schreib
                     on exception continue
              end-call
              open output sepa-file
              call "RUNLOG-DATEI" using ws-log-prog ws-sepa-file ws-dat-schreib
                     on exception continue
              end-call
              move spaces to sepa-record
              move 'H' to sep-h-type
              move ws-today to sep-h-date
              move ws-period-mm to sep-h-monat
              write sepa-record
              open output kosten-file
              call "RUNLOG-DATEI" using ws-log-prog ws-kosten-file ws-dat-schreib
                     on exception continue
              end-call
              move spaces to kosten-record
              string "PERSONALKOSTEN  Jahr: " ws-rate-year-wanted
                     "  Monat: " ws-period-mm
              string "PERS.-NR.        BRUTTO  AG-ANTEIL     GESAMT"
                     delimited by size into kosten-record
              write kosten-record
              if ws-lja-mode = 'Y'
                     perform open-lja-protokoll
              end-if
       end-if
       perform until ws-emp-end = 'Y'
              read emp-file into emp-record
                            exit perform cycle
                     end-if
                     perform set-employee-brutto
                     perform apply-kurzarbeit
                     perform apply-einmal
                     perform apply-sachbezug
                     if emp-kirche-flag = 'J' or emp-kirche-flag = 'N'
                            move emp-kirche-flag to ws-kirche-flag
                            move emp-kirche-rate to ws-kirche-rate
                            move 'J' to ws-kirche-flag
                            move przt-kirche to ws-kirche-rate
                     end-if
                     perform apply-dauerabzug
                     perform calculate
                     perform apply-kug-sv
                     perform apply-jahresausgleich
                     perform apply-pfaendung
                     perform apply-nettoabzug
                     perform write-journal-entry
                     perform accumulate-ytd
                     perform write-sepa-entry
                     perform write-pfaend-sepa
                     perform write-dauer-sepa
                     perform write-kosten-entry
                     perform write-hist-entry
                     perform accumulate-beitrag
                     perform collect-erstattung
                     perform collect-kug
                     perform allocate-kosten
                     add 1 to ws-log-read
                     move spaces to payslip-record
                            string "  EINMAL=" ws-einmal delimited by size
                                   into payslip-record with pointer ws-slip-ptr
                     end-if
                     if ws-sachbezug > 0
                            compute ws-slip-ptr = function length(
                                   function trim( payslip-record, trailing ) ) + 1
                            string "  SACHBEZUG=" ws-sachbezug delimited by size
                                   into payslip-record with pointer ws-slip-ptr
                     end-if
                     if ws-entgum > 0
                            compute ws-slip-ptr = function length(
                                   function trim( payslip-record, trailing ) ) + 1
                            string "  ENTGELTUMW=" ws-entgum delimited by size
                                   into payslip-record with pointer ws-slip-ptr
                     end-if
                     if ws-lja-summe > 0
                            compute ws-slip-ptr = function length(
                                   function trim( payslip-record, trailing ) ) + 1
                            string "  LJA-ERSTATTUNG=" ws-lja-summe delimited by size
                                   into payslip-record with pointer ws-slip-ptr
                     end-if
                     if ws-pfaendung > 0
                            compute ws-slip-ptr = function length(
                                   function trim( payslip-record, trailing ) ) + 1
                            string "  PFAENDUNG=" ws-pfaendung delimited by size
                                   into payslip-record with pointer ws-slip-ptr
                     end-if
                     if ws-nettoabzug > 0
                            compute ws-slip-ptr = function length(
                                   function trim( payslip-record, trailing ) ) + 1
                            string "  NETTOABZUG=" ws-nettoabzug delimited by size
                                   into payslip-record with pointer ws-slip-ptr
                     end-if
                     if ws-kug-soll > 0
                            compute ws-slip-ptr = function length(
                                   function trim( payslip-record, trailing ) ) + 1
                            string "  SOLL-ENTGELT=" ws-kug-soll
                                   "  IST-ENTGELT=" ws-kug-ist
                                   "  KUG=" ws-kug delimited by size
                                   into payslip-record with pointer ws-slip-ptr
                     end-if
                     if ws-efz-betrag > 0
                            compute ws-slip-ptr = function length(
                                   function trim( payslip-record, trailing ) ) + 1
                            string "  EFZ=" ws-efz-betrag delimited by size
                                   into payslip-record with pointer ws-slip-ptr
                     end-if
                     if ws-mu-betrag > 0
                            compute ws-slip-ptr = function length(
                                   function trim( payslip-record, trailing ) ) + 1
                            string "  MUTTERSCHUTZ=" ws-mu-betrag delimited by size
                                   into payslip-record with pointer ws-slip-ptr
                     end-if
                     if ws-sv-tage < 30
                            compute ws-slip-ptr = function length(
                                   function trim( payslip-record, trailing ) ) + 1
                            string "  SV-TAGE=" ws-sv-tage delimited by size
                                   into payslip-record with pointer ws-slip-ptr
                     end-if
                     if ws-auszahlung not = netto
                            compute ws-slip-ptr = function length(
                                   function trim( payslip-record, trailing ) ) + 1
                            string "  AUSZAHLUNG=" ws-auszahlung delimited by size
                                   into payslip-record with pointer ws-slip-ptr
                     end-if
                     write payslip-record
                     perform save-batch-checkpoint
       end-perform
       close payslip-file
       close sepa-file
       close kosten-file
       if ws-lja-mode = 'Y'
              perform close-lja-protokoll
       end-if
       if ws-restart-mode = 'Y' and ws-ckp-emp-id not = spaces
              and ws-ckp-seen = 'N'
              display "Brutto zu Netto: WARNUNG - Wiederanlaufpunkt "
                     " nicht in der Eingabedatei gefunden - nichts verarbeitet"
       end-if
       perform write-beitragsnachweis
       perform write-erstattung
       perform write-kug-liste
       perform write-sepa-xml
       perform write-fibu
       if ws-simulation not = 'Y'
              perform save-kst-ist
       end-if
       perform clear-batch-checkpoint
exit.

plan-run.
       perform load-plan-basis
       perform load-planung
       perform varying ws-mtb-idx from 1 by 1 until ws-mtb-idx > ws-mtb-count
              perform plan-employee
       end-perform
       perform write-plankosten
       display "Brutto zu Netto: Personalkostenplanung " ws-rate-year-wanted
              " fuer " ws-plan-emps " Mitarbeiter nach "
              function trim( ws-plankost-file )
exit.

load-plan-basis.
       perform varying ws-pbs-idx from 1 by 1 until ws-pbs-idx > 500
              move 0 to pbs-ym( ws-pbs-idx )
              move 0 to pbs-brutto( ws-pbs-idx )
       end-perform
       open input lohnhist-file
       call "RUNLOG-DATEI" using ws-log-prog ws-lohnhist-file ws-dat-lesen
              on exception continue
       end-call
       if ws-lohnhist-status = "00"
              perform until ws-lohnhist-end = 'Y'
                     read lohnhist-file
                     at end
                            move 'Y' to ws-lohnhist-end
                     not at end
                            perform take-plan-basis
              end-perform
       end-if
       close lohnhist-file
       move 'N' to ws-lohnhist-end
exit.

take-plan-basis.
       move lh-emp-id to ws-emp-id-input
       perform find-master
       if ws-mst-idx = 0
              exit paragraph
       end-if
       if lh-kug-soll not numeric
              move 0 to lh-kug-soll
       end-if
       compute ws-plan-ym = lh-year * 100 + lh-month
       if lh-kug-soll > 0
              move lh-kug-soll to ws-plan-laufend
       else
              compute ws-plan-laufend = lh-brutto - lh-einmal
       end-if
       if ws-plan-ym > pbs-ym( ws-mst-idx )
              move ws-plan-ym to pbs-ym( ws-mst-idx )
              move 0 to pbs-brutto( ws-mst-idx )
       end-if
       if ws-plan-ym = pbs-ym( ws-mst-idx )
              if lh-type = 'S'
                     subtract ws-plan-laufend from pbs-brutto( ws-mst-idx )
              else
                     add ws-plan-laufend to pbs-brutto( ws-mst-idx )
              end-if
       end-if
exit.

load-planung.
       open input plan-file
       call "RUNLOG-DATEI" using ws-log-prog ws-plan-file ws-dat-lesen
              on exception continue
       end-call
       if ws-plan-status = "00"
              perform until ws-plan-end = 'Y'
                     read plan-file
                     at end
                            move 'Y' to ws-plan-end
                     not at end
                            perform take-planung
              end-perform
       else
              display "Brutto zu Netto: " function trim( ws-plan-file )
                     " nicht vorhanden - Planung ohne Erhoehungen und"
                     " Personalveraenderungen"
       end-if
       close plan-file
exit.

take-planung.
       if pl-monat not numeric or pl-monat < 1 or pl-monat > 12
              display "Brutto zu Netto: WARNUNG - Planungssatz " pl-art " "
                     function trim( pl-key ) " ohne gueltigen Monat - ignoriert"
              move 4 to return-code
              exit paragraph
       end-if
       compute ws-plan-mon-start = ws-rate-year-wanted * 10000
              + pl-monat * 100 + 1
       evaluate pl-art
              when 'E'
                     if pl-prozent not numeric or ws-pln-count >= 200
                            display "Brutto zu Netto: WARNUNG - Erhoehung fuer "
                                   function trim( pl-key ) " ignoriert"
                            move 4 to return-code
                            exit paragraph
                     end-if
                     add 1 to ws-pln-count
                     move pl-art     to pln-art( ws-pln-count )
                     move pl-key     to pln-key( ws-pln-count )
                     move pl-monat   to pln-monat( ws-pln-count )
                     move pl-prozent to pln-prozent( ws-pln-count )
              when 'N'
                     if pl-brutto not numeric or ws-mtb-count >= 500
                            display "Brutto zu Netto: WARNUNG - Neueinstellung "
                                   function trim( pl-key ) " ignoriert"
                            move 4 to return-code
                            exit paragraph
                     end-if
                     add 1 to ws-mtb-count
                     move pl-key        to mtb-emp-id( ws-mtb-count )
                     move "PLANSTELLE"  to mtb-name( ws-mtb-count )
                     move spaces        to mtb-bundesland( ws-mtb-count )
                     if pl-stkl not numeric or pl-stkl < 1 or pl-stkl > 6
                            move 1 to mtb-steuerklasse( ws-mtb-count )
                     else
                            move pl-stkl to mtb-steuerklasse( ws-mtb-count )
                     end-if
                     move pl-kasse      to mtb-krankenkasse( ws-mtb-count )
                     move spaces        to mtb-iban( ws-mtb-count )
                     move spaces        to mtb-bic( ws-mtb-count )
                     move ws-plan-mon-start to mtb-eintritt( ws-mtb-count )
                     move 0             to mtb-austritt( ws-mtb-count )
                     move 0             to mtb-stundenlohn( ws-mtb-count )
                     move pl-beschart   to mtb-beschart( ws-mtb-count )
                     move 'N'           to mtb-iban-sperre( ws-mtb-count )
                     move spaces        to mtb-konfession( ws-mtb-count )
                     move ws-plan-mon-start to pbs-ym( ws-mtb-count )
                     move pl-brutto     to pbs-brutto( ws-mtb-count )
                     if pl-stelle not = spaces and ws-kta-count < 500
                            add 1 to ws-kta-count
                            move pl-key    to kta-emp-id( ws-kta-count )
                            move pl-stelle to kta-stelle( ws-kta-count )
                            move 100       to kta-pct( ws-kta-count )
                     end-if
              when 'A'
                     move pl-key to ws-emp-id-input
                     perform find-master
                     if ws-mst-idx = 0
                            display "Brutto zu Netto: WARNUNG - Austritt fuer "
                                   function trim( pl-key )
                                   " - nicht in der Stammdatei"
                            move 4 to return-code
                            exit paragraph
                     end-if
                     compute ws-plan-mon-end = function date-of-integer(
                            function integer-of-date( ws-plan-mon-start ) - 1 )
                     if mtb-austritt( ws-mst-idx ) = 0
                            or mtb-austritt( ws-mst-idx ) > ws-plan-mon-end
                            move ws-plan-mon-end to mtb-austritt( ws-mst-idx )
                     end-if
              when other
                     display "Brutto zu Netto: WARNUNG - unbekannte Planungsart "
                            pl-art " fuer " function trim( pl-key ) " - ignoriert"
                     move 4 to return-code
       end-evaluate
exit.

plan-employee.
       move mtb-emp-id( ws-mtb-idx ) to ws-emp-id-input
       move ws-mtb-idx to ws-mst-idx
       move ws-mtb-idx to ws-pbs-idx
       if pbs-brutto( ws-pbs-idx ) <= 0
              if mtb-austritt( ws-mtb-idx ) = 0
                     or mtb-austritt( ws-mtb-idx )
                        >= ws-rate-year-wanted * 10000 + 101
                     display "Brutto zu Netto: WARNUNG - keine Lohnhistorie fuer "
                            function trim( ws-emp-id-input ) " - nicht geplant"
                     move 4 to return-code
              end-if
              exit paragraph
       end-if
       move "*OHNE*" to ws-plan-stelle
       move 0 to ws-plan-pct
       perform varying ws-kta-idx from 1 by 1 until ws-kta-idx > ws-kta-count
              if kta-emp-id( ws-kta-idx ) = ws-emp-id-input
                     and kta-pct( ws-kta-idx ) > ws-plan-pct
                     move kta-stelle( ws-kta-idx ) to ws-plan-stelle
                     move kta-pct( ws-kta-idx ) to ws-plan-pct
              end-if
       end-perform
       perform set-steuerklasse
       move 'N' to ws-kirche-flag
       move 0 to ws-entgum
       move 0 to ws-entgum-stfrei
       move 0 to ws-entgum-svfrei
       move 30 to ws-sv-tage
       move 0 to ws-plan-sum-brutto
       perform varying ws-plan-mon from 1 by 1 until ws-plan-mon > 12
              perform plan-employee-month
       end-perform
       if ws-plan-sum-brutto > 0
              add 1 to ws-plan-emps
       end-if
exit.

plan-employee-month.
       compute ws-plan-mon-start = ws-rate-year-wanted * 10000
              + ws-plan-mon * 100 + 1
       if ws-plan-mon = 12
              compute ws-plan-mon-end = ws-rate-year-wanted * 10000 + 1231
       else
              compute ws-plan-mon-end = function date-of-integer(
                     function integer-of-date( ws-plan-mon-start + 100 ) - 1 )
       end-if
       if mtb-eintritt( ws-mtb-idx ) > ws-plan-mon-end
              exit paragraph
       end-if
       if mtb-austritt( ws-mtb-idx ) not = 0
              and mtb-austritt( ws-mtb-idx ) < ws-plan-mon-start
              exit paragraph
       end-if
       move pbs-brutto( ws-pbs-idx ) to ws-plan-brutto
       perform varying ws-pln-idx from 1 by 1 until ws-pln-idx > ws-pln-count
              if pln-monat( ws-pln-idx ) <= ws-plan-mon
                     and ( pln-key( ws-pln-idx ) = ws-emp-id-input
                     or pln-key( ws-pln-idx ) = ws-plan-stelle
                     or pln-key( ws-pln-idx ) = "*" )
                     compute ws-plan-brutto rounded = ws-plan-brutto
                            * ( 100 + pln-prozent( ws-pln-idx ) ) / 100
              end-if
       end-perform
       move ws-plan-brutto to brutto
       move ws-plan-mon-start to ws-period-start
       perform calculate
       compute ws-plan-uml = ag-u1 + ag-u2 + ag-uins
       compute ws-plan-agsv = ag-total - ws-plan-uml
       add brutto to ws-plan-sum-brutto
       perform plan-allocate
exit.

plan-allocate.
       move 0 to ws-last-kta
       perform varying ws-kta-idx from 1 by 1 until ws-kta-idx > ws-kta-count
              if kta-emp-id( ws-kta-idx ) = ws-emp-id-input
                     move ws-kta-idx to ws-last-kta
              end-if
       end-perform
       if ws-last-kta = 0
              move "*OHNE*" to ws-cur-stelle
              perform find-plan-stelle
              if ws-pkt-found > 0
                     add brutto to pkt-brutto( ws-pkt-found , ws-plan-mon )
                     add ws-plan-agsv to pkt-agsv( ws-pkt-found , ws-plan-mon )
                     add ws-plan-uml to pkt-uml( ws-pkt-found , ws-plan-mon )
              end-if
              exit paragraph
       end-if
       move brutto to ws-plan-rest-brutto
       move ws-plan-agsv to ws-plan-rest-agsv
       move ws-plan-uml to ws-plan-rest-uml
       perform varying ws-kta-idx from 1 by 1 until ws-kta-idx > ws-kta-count
              if kta-emp-id( ws-kta-idx ) = ws-emp-id-input
                     perform plan-allocate-share
              end-if
       end-perform
exit.

plan-allocate-share.
       move kta-stelle( ws-kta-idx ) to ws-cur-stelle
       perform find-plan-stelle
       if ws-pkt-found = 0
              exit paragraph
       end-if
       if ws-kta-idx = ws-last-kta
              add ws-plan-rest-brutto to pkt-brutto( ws-pkt-found , ws-plan-mon )
              add ws-plan-rest-agsv to pkt-agsv( ws-pkt-found , ws-plan-mon )
              add ws-plan-rest-uml to pkt-uml( ws-pkt-found , ws-plan-mon )
              exit paragraph
       end-if
       compute ws-anteil rounded = brutto * kta-pct( ws-kta-idx ) / 100
       add ws-anteil to pkt-brutto( ws-pkt-found , ws-plan-mon )
       subtract ws-anteil from ws-plan-rest-brutto
       compute ws-anteil rounded = ws-plan-agsv * kta-pct( ws-kta-idx ) / 100
       add ws-anteil to pkt-agsv( ws-pkt-found , ws-plan-mon )
       subtract ws-anteil from ws-plan-rest-agsv
       compute ws-anteil rounded = ws-plan-uml * kta-pct( ws-kta-idx ) / 100
       add ws-anteil to pkt-uml( ws-pkt-found , ws-plan-mon )
       subtract ws-anteil from ws-plan-rest-uml
exit.

find-plan-stelle.
       move 0 to ws-pkt-found
       perform varying ws-pkt-idx from 1 by 1 until ws-pkt-idx > ws-pkt-count
              if pkt-stelle( ws-pkt-idx ) = ws-cur-stelle
                     move ws-pkt-idx to ws-pkt-found
              end-if
       end-perform
       if ws-pkt-found = 0
              if ws-pkt-count >= 50
                     display "Brutto zu Netto: WARNUNG - mehr als 50"
                            " Kostenstellen, " function trim( ws-cur-stelle )
                            " nicht geplant"
                     move 4 to return-code
                     exit paragraph
              end-if
              add 1 to ws-pkt-count
              move ws-pkt-count to ws-pkt-found
              move ws-cur-stelle to pkt-stelle( ws-pkt-found )
              perform varying ws-plan-ym from 1 by 1 until ws-plan-ym > 12
                     move 0 to pkt-brutto( ws-pkt-found , ws-plan-ym )
                     move 0 to pkt-agsv( ws-pkt-found , ws-plan-ym )
                     move 0 to pkt-uml( ws-pkt-found , ws-plan-ym )
              end-perform
       end-if
exit.

write-plankosten.
       open output plankost-file
       call "RUNLOG-DATEI" using ws-log-prog ws-plankost-file ws-dat-schreib
              on exception continue
       end-call
       move all "=" to plankost-record
       write plankost-record
       move spaces to plankost-record
       string "PERSONALKOSTENPLANUNG  Jahr: " ws-rate-year-wanted
              "   erstellt am: " ws-today
              delimited by size into plankost-record
       write plankost-record
       move spaces to plankost-record
       string "Basis: letzter LOHNHIST-Monat je Mitarbeiter, Saetze und"
              " Steuertabelle " ws-rate-year-wanted ", Planung "
              function trim( ws-plan-file )
              delimited by size into plankost-record
       write plankost-record
       move spaces to plankost-record
       string "AG-SV-Anteil einschl. Pauschalabgaben Minijob,"
              " Umlagen = U1, U2 und Insolvenzgeldumlage"
              delimited by size into plankost-record
       write plankost-record
       move all "=" to plankost-record
       write plankost-record
       perform varying ws-pkt-idx from 1 by 1 until ws-pkt-idx > ws-pkt-count
              move spaces to ws-plan-titel
              string "KOSTENSTELLE " pkt-stelle( ws-pkt-idx )
                     delimited by size into ws-plan-titel
              perform write-plan-block
       end-perform
       move "FIRMA GESAMT" to ws-plan-titel
       move 0 to ws-pkt-idx
       perform write-plan-block
       move all "=" to plankost-record
       write plankost-record
       close plankost-file
exit.

write-plan-block.
       move spaces to plankost-record
       write plankost-record
       move spaces to plankost-record
       move ws-plan-titel to plankost-record
       write plankost-record
       move spaces to plankost-record
       string "MONAT             BRUTTO     AG-SV-ANTEIL"
              "          UMLAGEN           GESAMT"
              delimited by size into plankost-record
       write plankost-record
       move all "-" to plankost-record
       write plankost-record
       move 0 to ws-plan-tot-brutto
       move 0 to ws-plan-tot-agsv
       move 0 to ws-plan-tot-uml
       perform varying ws-plan-mon from 1 by 1 until ws-plan-mon > 12
              if ws-pkt-idx = 0
                     move 0 to ws-plan-sum-brutto
                     move 0 to ws-plan-sum-agsv
                     move 0 to ws-plan-sum-uml
                     perform varying ws-pkt-found from 1 by 1
                            until ws-pkt-found > ws-pkt-count
                            add pkt-brutto( ws-pkt-found , ws-plan-mon )
                                   to ws-plan-sum-brutto
                            add pkt-agsv( ws-pkt-found , ws-plan-mon )
                                   to ws-plan-sum-agsv
                            add pkt-uml( ws-pkt-found , ws-plan-mon )
                                   to ws-plan-sum-uml
                     end-perform
              else
                     move pkt-brutto( ws-pkt-idx , ws-plan-mon ) to ws-plan-sum-brutto
                     move pkt-agsv( ws-pkt-idx , ws-plan-mon ) to ws-plan-sum-agsv
                     move pkt-uml( ws-pkt-idx , ws-plan-mon ) to ws-plan-sum-uml
              end-if
              add ws-plan-sum-brutto to ws-plan-tot-brutto
              add ws-plan-sum-agsv to ws-plan-tot-agsv
              add ws-plan-sum-uml to ws-plan-tot-uml
              move ws-plan-sum-brutto to ws-plan-disp-1
              move ws-plan-sum-agsv to ws-plan-disp-2
              move ws-plan-sum-uml to ws-plan-disp-3
              compute ws-plan-sum-brutto = ws-plan-sum-brutto + ws-plan-sum-agsv
                     + ws-plan-sum-uml
              move ws-plan-sum-brutto to ws-plan-disp-4
              move spaces to plankost-record
              string ws-plan-mon "/" ws-rate-year-wanted "  "
                     ws-plan-disp-1 "  " ws-plan-disp-2 "  "
                     ws-plan-disp-3 "  " ws-plan-disp-4
                     delimited by size into plankost-record
              write plankost-record
       end-perform
       move all "-" to plankost-record
       write plankost-record
       move ws-plan-tot-brutto to ws-plan-disp-1
       move ws-plan-tot-agsv to ws-plan-disp-2
       move ws-plan-tot-uml to ws-plan-disp-3
       compute ws-plan-tot-brutto = ws-plan-tot-brutto + ws-plan-tot-agsv
              + ws-plan-tot-uml
       move ws-plan-tot-brutto to ws-plan-disp-4
       move spaces to plankost-record
       string "JAHR   " "  "
              ws-plan-disp-1 "  " ws-plan-disp-2 "  "
              ws-plan-disp-3 "  " ws-plan-disp-4
              delimited by size into plankost-record
       write plankost-record
exit.

load-lja-stkl.
       open input lohnhist-file
       call "RUNLOG-DATEI" using ws-log-prog ws-lohnhist-file ws-dat-lesen
              on exception continue
       end-call
       if ws-lohnhist-status = "00"
              perform until ws-lohnhist-end = 'Y'
                     read lohnhist-file
                     at end
                            move 'Y' to ws-lohnhist-end
                     not at end
                            if lh-year = ws-rate-year-wanted
                                   and lh-type not = 'S'
                                   and lh-steuerklasse >= '1'
                                   and lh-steuerklasse <= '6'
                                   perform take-lja-stkl
                            end-if
              end-perform
       end-if
       close lohnhist-file
       move 'N' to ws-lohnhist-end
exit.

take-lja-stkl.
       move 0 to ws-lst-found
       perform varying ws-lst-idx from 1 by 1 until ws-lst-idx > ws-lst-count
              if lst-emp-id( ws-lst-idx ) = lh-emp-id
                     move ws-lst-idx to ws-lst-found
              end-if
       end-perform
       if ws-lst-found = 0
              if ws-lst-count >= 500
                     exit paragraph
              end-if
              add 1 to ws-lst-count
              move ws-lst-count to ws-lst-found
              move lh-emp-id to lst-emp-id( ws-lst-found )
              move lh-steuerklasse to lst-stkl( ws-lst-found )
              move 'N' to lst-wechsel( ws-lst-found )
       end-if
       if lh-steuerklasse not = lst-stkl( ws-lst-found )
              move 'Y' to lst-wechsel( ws-lst-found )
       end-if
exit.

open-lja-protokoll.
       open output lja-file
       call "RUNLOG-DATEI" using ws-log-prog ws-lja-file ws-dat-schreib
              on exception continue
       end-call
       move spaces to lja-record
       string "LOHNSTEUER-JAHRESAUSGLEICH  Jahr: " ws-rate-year-wanted
              "   erstellt am: " ws-today
              delimited by size into lja-record
       write lja-record
       move spaces to lja-record
       string "PERS.-NR.     JAHRESBRUTTO  JAHRESSTEUER   EINBEHALTEN"
              "    ERSTATTUNG  BEMERKUNG"
              delimited by size into lja-record
       write lja-record
exit.

close-lja-protokoll.
       move spaces to lja-record
       write lja-record
       move ws-lja-count-ja to ws-lja-count-disp
       move ws-lja-tot-summe to ws-lja-disp-4
       move spaces to lja-record
       string "DURCHGEFUEHRT: " ws-lja-count-disp
              "   ERSTATTUNG GESAMT: " ws-lja-disp-4
              delimited by size into lja-record
       write lja-record
       move ws-lja-count-nein to ws-lja-count-disp
       move spaces to lja-record
       string "AUSGESCHLOSSEN: " ws-lja-count-disp
              delimited by size into lja-record
       write lja-record
       if ws-restart-mode = 'Y' and ws-ckp-emp-id not = spaces
              move "(Summen ab Wiederanlauf)" to lja-record
              write lja-record
       end-if
       close lja-file
exit.

apply-jahresausgleich.
       move 0 to ws-lja-lohnst
       move 0 to ws-lja-solid
       move 0 to ws-lja-kirche
       move 0 to ws-lja-summe
       if ws-lja-mode not = 'Y'
              exit paragraph
       end-if
       perform find-ytd-entry
       perform check-lja-ausschluss
       if ws-lja-grund not = spaces
              add 1 to ws-lja-count-nein
              move spaces to lja-record
              string ws-emp-id-input "    AUSGESCHLOSSEN: " ws-lja-grund
                     delimited by size into lja-record
              write lja-record
              exit paragraph
       end-if

       compute ws-lja-jahr-brutto = ytd-brutto( ws-ytd-idx )
              - ytd-entgum-stfrei( ws-ytd-idx ) + brutto - ws-entgum-stfrei
       compute ws-lja-einb-lohnst = ytd-lohnst( ws-ytd-idx ) + lohnst
       compute ws-lja-einb-solid = ytd-solid( ws-ytd-idx ) + solid
       compute ws-lja-einb-kirche = ytd-kirche( ws-ytd-idx ) + kirche
       move brutto to ws-lja-save-brutto
       move lohnst to ws-lja-save-lohnst
       move ws-entgum-stfrei to ws-lja-save-stfrei
       compute brutto rounded = ws-lja-jahr-brutto / 12
       move 0 to ws-entgum-stfrei
       perform compute-lohnsteuer
       compute ws-lja-jahr-lohnst = lohnst * 12
       compute ws-lja-jahr-solid = ws-lja-jahr-lohnst * przt-solid / 100
       compute ws-lja-jahr-kirche = ws-lja-jahr-lohnst * ws-kirche-pct / 100
       move ws-lja-save-brutto to brutto
       move ws-lja-save-lohnst to lohnst
       move ws-lja-save-stfrei to ws-entgum-stfrei

       if ws-lja-einb-lohnst > ws-lja-jahr-lohnst
              compute ws-lja-lohnst = ws-lja-einb-lohnst - ws-lja-jahr-lohnst
       end-if
       if ws-lja-einb-solid > ws-lja-jahr-solid
              compute ws-lja-solid = ws-lja-einb-solid - ws-lja-jahr-solid
       end-if
       if ws-lja-einb-kirche > ws-lja-jahr-kirche
              compute ws-lja-kirche = ws-lja-einb-kirche - ws-lja-jahr-kirche
       end-if
       move 'N' to ws-lja-begrenzt
       if ws-lja-lohnst > lohnst
              move lohnst to ws-lja-lohnst
              move 'Y' to ws-lja-begrenzt
       end-if
       if ws-lja-solid > solid
              move solid to ws-lja-solid
              move 'Y' to ws-lja-begrenzt
       end-if
       if ws-lja-kirche > kirche
              move kirche to ws-lja-kirche
              move 'Y' to ws-lja-begrenzt
       end-if
       subtract ws-lja-lohnst from lohnst
       subtract ws-lja-solid from solid
       subtract ws-lja-kirche from kirche
       compute ws-lja-summe = ws-lja-lohnst + ws-lja-solid + ws-lja-kirche
       add ws-lja-summe to netto
       add 1 to ws-lja-count-ja
       add ws-lja-summe to ws-lja-tot-summe

       move ws-lja-jahr-brutto to ws-lja-disp-1
       compute ws-lja-jahr-lohnst = ws-lja-jahr-lohnst + ws-lja-jahr-solid
              + ws-lja-jahr-kirche
       move ws-lja-jahr-lohnst to ws-lja-disp-2
       compute ws-lja-einb-lohnst = ws-lja-einb-lohnst + ws-lja-einb-solid
              + ws-lja-einb-kirche
       move ws-lja-einb-lohnst to ws-lja-disp-3
       move ws-lja-summe to ws-lja-disp-4
       move spaces to lja-record
       if ws-lja-begrenzt = 'Y'
              string ws-emp-id-input " " ws-lja-disp-1 " " ws-lja-disp-2
                     " " ws-lja-disp-3 " " ws-lja-disp-4
                     "  auf Dezember-Steuer begrenzt, Rest ueber Veranlagung"
                     delimited by size into lja-record
       else
              string ws-emp-id-input " " ws-lja-disp-1 " " ws-lja-disp-2
                     " " ws-lja-disp-3 " " ws-lja-disp-4
                     delimited by size into lja-record
       end-if
       write lja-record
       if ws-lja-summe > 0
              display "Brutto zu Netto: " function trim( ws-emp-id-input )
                     " Lohnsteuer-Jahresausgleich - Erstattung " ws-lja-summe
       end-if
exit.

check-lja-ausschluss.
       move spaces to ws-lja-grund
       evaluate true
              when ws-beschart = 'M'
                     move "Minijob - pauschal versteuert" to ws-lja-grund
              when ws-mst-idx = 0
                     move "fehlt in der Stammdatei" to ws-lja-grund
              when mtb-eintritt( ws-mst-idx ) > ws-rate-year-wanted * 10000 + 101
                     move "nicht ganzjaehrig beschaeftigt (Eintritt)"
                            to ws-lja-grund
              when mtb-austritt( ws-mst-idx ) not = 0
                     and mtb-austritt( ws-mst-idx ) < ws-rate-year-wanted * 10000 + 1231
                     move "nicht ganzjaehrig beschaeftigt (Austritt)"
                            to ws-lja-grund
              when ytd-months( ws-ytd-idx ) < 11
                     move "nicht ganzjaehrig abgerechnet" to ws-lja-grund
              when ws-emp-stkl >= 5
                     move "Steuerklasse V oder VI" to ws-lja-grund
              when ytd-kug( ws-ytd-idx ) > 0 or ws-kug > 0
                     move "Kurzarbeitergeld bezogen" to ws-lja-grund
       end-evaluate
       if ws-lja-grund not = spaces
              exit paragraph
       end-if
       perform varying ws-lst-idx from 1 by 1 until ws-lst-idx > ws-lst-count
              if lst-emp-id( ws-lst-idx ) = ws-emp-id-input
                     and ( lst-wechsel( ws-lst-idx ) = 'Y'
                     or lst-stkl( ws-lst-idx ) not = ws-emp-stkl )
                     move "Steuerklassenwechsel im Jahr" to ws-lja-grund
              end-if
       end-perform
       perform varying ws-fbt-idx from 1 by 1 until ws-fbt-idx > ws-fbt-count
              if fbt-emp-id( ws-fbt-idx ) = ws-emp-id-input
                     and fbt-von( ws-fbt-idx ) <= ws-rate-year-wanted * 10000 + 1231
                     and ( fbt-bis( ws-fbt-idx ) = 0
                     or fbt-bis( ws-fbt-idx ) >= ws-rate-year-wanted * 10000 + 101 )
                     move "Freibetrag im Jahr eingetragen" to ws-lja-grund
              end-if
       end-perform
exit.

load-koststellen.
       open input kost-file
       call "RUNLOG-DATEI" using ws-log-prog ws-kost-file ws-dat-lesen
              on exception continue
       end-call
       if ws-kost-status = "00"
              perform until ws-kost-end = 'Y'
                     read kost-file

load-konten.
       open input konto-file
       call "RUNLOG-DATEI" using ws-log-prog ws-konto-file ws-dat-lesen
              on exception continue
       end-call
       if ws-konto-status = "00"
              perform until ws-konto-end = 'Y'
                     read konto-file
              move 0 to fct-netto( ws-fct-found )
              move 0 to fct-steuer( ws-fct-found )
              move 0 to fct-sv-an( ws-fct-found )
              move 0 to fct-entgum( ws-fct-found )
              move 0 to fct-sachbezug( ws-fct-found )
              move 0 to fct-kug( ws-fct-found )
       end-if
exit.

       move netto to ws-rest-netto
       move ws-emp-steuer to ws-rest-steuer
       move ws-emp-sv-an to ws-rest-sv
       move ws-entgum to ws-rest-entgum
       move ws-sachbezug to ws-rest-sachbezug
       move ws-kug to ws-rest-kug
       if ws-emp-has-kst = 'N'
              move "*OHNE*" to ws-cur-stelle
              perform find-fibu-stelle
                     add netto to fct-netto( ws-fct-found )
                     add ws-emp-steuer to fct-steuer( ws-fct-found )
                     add ws-emp-sv-an to fct-sv-an( ws-fct-found )
                     add ws-entgum to fct-entgum( ws-fct-found )
                     add ws-sachbezug to fct-sachbezug( ws-fct-found )
                     add ws-kug to fct-kug( ws-fct-found )
              end-if
              exit paragraph
       end-if
              add ws-rest-netto to fct-netto( ws-fct-found )
              add ws-rest-steuer to fct-steuer( ws-fct-found )
              add ws-rest-sv to fct-sv-an( ws-fct-found )
              add ws-rest-entgum to fct-entgum( ws-fct-found )
              add ws-rest-sachbezug to fct-sachbezug( ws-fct-found )
              add ws-rest-kug to fct-kug( ws-fct-found )
              exit paragraph
       end-if
       move kta-pct( ws-kta-idx ) to ws-alloc-pct
       compute ws-anteil rounded = ws-emp-sv-an * ws-alloc-pct / 100
       add ws-anteil to fct-sv-an( ws-fct-found )
       subtract ws-anteil from ws-rest-sv
       compute ws-anteil rounded = ws-entgum * ws-alloc-pct / 100
       add ws-anteil to fct-entgum( ws-fct-found )
       subtract ws-anteil from ws-rest-entgum
       compute ws-anteil rounded = ws-sachbezug * ws-alloc-pct / 100
       add ws-anteil to fct-sachbezug( ws-fct-found )
       subtract ws-anteil from ws-rest-sachbezug
       compute ws-anteil rounded = ws-kug * ws-alloc-pct / 100
       add ws-anteil to fct-kug( ws-fct-found )
       subtract ws-anteil from ws-rest-kug
exit.

write-fibu.
       open output fibu-file
       call "RUNLOG-DATEI" using ws-log-prog ws-fibu-file ws-dat-schreib
              on exception continue
       end-call
       move spaces to fibu-record
       string "FIBU-BUCHUNGEN  Jahr: " ws-rate-year-wanted
              "  Monat: " ws-period-mm
       close fibu-file
exit.

save-kst-ist.
       open input kstist-file
       call "RUNLOG-DATEI" using ws-log-prog ws-kstist-file ws-dat-lesen
              on exception continue
       end-call
       if ws-kstist-status = "00"
              perform until ws-kstist-end = 'Y'
                     read kstist-file
                     at end
                            move 'Y' to ws-kstist-end
                     not at end
                            if ki-year = ws-rate-year-wanted
                                   and ki-month = ws-period-mm
                                   exit perform cycle
                            end-if
                            if ws-kik-count >= 3000
                                   display "Brutto zu Netto: WARNUNG - "
                                          function trim( ws-kstist-file )
                                          " ist voll - Ist-Kosten nicht fortgeschrieben"
                                   move 4 to return-code
                                   close kstist-file
                                   exit paragraph
                            end-if
                            add 1 to ws-kik-count
                            move kstist-record to kik-record( ws-kik-count )
              end-perform
       end-if
       close kstist-file
       open output kstist-file
       call "RUNLOG-DATEI" using ws-log-prog ws-kstist-file ws-dat-schreib
              on exception continue
       end-call
       perform varying ws-kik-idx from 1 by 1 until ws-kik-idx > ws-kik-count
              move kik-record( ws-kik-idx ) to kstist-record
              write kstist-record
       end-perform
       perform varying ws-fct-idx from 1 by 1 until ws-fct-idx > ws-fct-count
              move ws-rate-year-wanted to ki-year
              move ws-period-mm to ki-month
              move fct-stelle( ws-fct-idx ) to ki-stelle
              move fct-brutto( ws-fct-idx ) to ki-brutto
              move fct-ag( ws-fct-idx ) to ki-ag
              write kstist-record
       end-perform
       close kstist-file
exit.

write-fibu-stelle.
       move "LOHN" to ws-fibu-text
       move fct-brutto( ws-fct-idx ) to ws-fibu-betrag
       move 'S' to ws-fibu-seite
       perform write-fibu-line
       move "VERRECH" to ws-fibu-text
       compute ws-fibu-betrag = fct-netto( ws-fct-idx )
              - fct-sachbezug( ws-fct-idx ) + fct-kug( ws-fct-idx )
       move 'H' to ws-fibu-seite
       perform write-fibu-line
       move "SACHBEZ" to ws-fibu-text
       move fct-sachbezug( ws-fct-idx ) to ws-fibu-betrag
       move 'H' to ws-fibu-seite
       perform write-fibu-line
       move "STEUER" to ws-fibu-text
       compute ws-fibu-betrag = fct-sv-an( ws-fct-idx ) + fct-ag( ws-fct-idx )
       move 'H' to ws-fibu-seite
       perform write-fibu-line
       move "ENTGUMW" to ws-fibu-text
       move fct-entgum( ws-fct-idx ) to ws-fibu-betrag
       move 'H' to ws-fibu-seite
       perform write-fibu-line
       move "KUGFORD" to ws-fibu-text
       move fct-kug( ws-fct-idx ) to ws-fibu-betrag
       move 'S' to ws-fibu-seite
       perform write-fibu-line
exit.

write-fibu-line.

write-beitragsnachweis.
       open output beitrag-file
       call "RUNLOG-DATEI" using ws-log-prog ws-beitrag-file ws-dat-schreib
              on exception continue
       end-call
       move spaces to beitrag-record
       string "BEITRAGSNACHWEIS  Jahr: " ws-rate-year-wanted
              "  Monat: " ws-period-mm
              delimited by size into beitrag-record
       write beitrag-record
       if ws-mandant-found = 'Y'
              move spaces to beitrag-record
              string "MANDANT: " ws-mandant " " ws-mand-firma
                     "  BETRIEBSNUMMER: " ws-mand-betriebsnr
                     delimited by size into beitrag-record
              write beitrag-record
       end-if
       move 0 to ws-kas-sum-an
       perform varying ws-kas-idx from 1 by 1 until ws-kas-idx > ws-kas-count
              perform write-one-kasse

load-batch-checkpoint.
       open input payckp-file
       call "RUNLOG-DATEI" using ws-log-prog ws-payckp-file ws-dat-lesen
              on exception continue
       end-call
       if ws-payckp-status = "00"
              perform until ws-payckp-end = 'Y'
                     read payckp-file
                                          move pck-kost-brutto to ws-kost-tot-brutto
                                          move pck-kost-ag     to ws-kost-tot-ag
                                          move pck-kost-gesamt to ws-kost-tot-gesamt
                                          move pck-jrn-pfaend  to ws-jrn-tot-pfaend
                                          move pck-jrn-entgum  to ws-jrn-tot-entgum
                                          move pck-jrn-nettoabz to ws-jrn-tot-nettoabz
                                          move pck-jrn-sachbezug to ws-jrn-tot-sachbezug
                                          if pck-jrn-kug not numeric
                                                 move 0 to pck-jrn-kug
                                          end-if
                                          move pck-jrn-kug     to ws-jrn-tot-kug
                                   when 'B'
                                          if ws-kas-count < 20
                                                 add 1 to ws-kas-count
                                                 move pck2-av-an      to kas-av-an( ws-kas-count )
                                                 move pck2-av-ag      to kas-av-ag( ws-kas-count )
                                          end-if
                                   when 'E'
                                          if ws-ert-count < 500
                                                 add 1 to ws-ert-count
                                                 move pck3-kasse   to ert-kasse( ws-ert-count )
                                                 move pck3-emp-id  to ert-emp-id( ws-ert-count )
                                                 move pck3-art     to ert-art( ws-ert-count )
                                                 move pck3-von     to ert-von( ws-ert-count )
                                                 move pck3-bis     to ert-bis( ws-ert-count )
                                                 move pck3-tage    to ert-tage( ws-ert-count )
                                                 move pck3-entgelt to ert-entgelt( ws-ert-count )
                                                 move pck3-ag-sv   to ert-ag-sv( ws-ert-count )
                                                 move pck3-satz    to ert-satz( ws-ert-count )
                                                 move pck3-betrag  to ert-betrag( ws-ert-count )
                                          end-if
                                   when 'G'
                                          if ws-kgt-count < 500
                                                 add 1 to ws-kgt-count
                                                 move pck4-stelle   to kgt-stelle( ws-kgt-count )
                                                 move pck4-emp-id   to kgt-emp-id( ws-kgt-count )
                                                 move pck4-kinder   to kgt-kinder( ws-kgt-count )
                                                 move pck4-soll-std to kgt-soll-std( ws-kgt-count )
                                                 move pck4-ist-std  to kgt-ist-std( ws-kgt-count )
                                                 move pck4-soll     to kgt-soll( ws-kgt-count )
                                                 move pck4-ist      to kgt-ist( ws-kgt-count )
                                                 move pck4-pn-soll  to kgt-pn-soll( ws-kgt-count )
                                                 move pck4-pn-ist   to kgt-pn-ist( ws-kgt-count )
                                                 move pck4-kug      to kgt-kug( ws-kgt-count )
                                                 move pck4-sv-ag    to kgt-sv-ag( ws-kgt-count )
                                          end-if
                                   when 'F'
                                          if ws-fct-count < 50
                                                 add 1 to ws-fct-count
                                                 move pck5-stelle    to fct-stelle( ws-fct-count )
                                                 move pck5-brutto    to fct-brutto( ws-fct-count )
                                                 move pck5-ag        to fct-ag( ws-fct-count )
                                                 move pck5-netto     to fct-netto( ws-fct-count )
                                                 move pck5-steuer    to fct-steuer( ws-fct-count )
                                                 move pck5-sv-an     to fct-sv-an( ws-fct-count )
                                                 move pck5-entgum    to fct-entgum( ws-fct-count )
                                                 move pck5-sachbezug to fct-sachbezug( ws-fct-count )
                                                 move pck5-kug       to fct-kug( ws-fct-count )
                                          end-if
                                   when other
                                          move payckp-record( 1 : 10 ) to ws-ckp-emp-id
                            end-evaluate
       close journal-file
       close lohnhist-file
       open extend payslip-file
       call "RUNLOG-DATEI" using ws-log-prog ws-payslip-file ws-dat-schreib
              on exception continue
       end-call
       open extend sepa-file
       call "RUNLOG-DATEI" using ws-log-prog ws-sepa-file ws-dat-schreib
              on exception continue
       end-call
       open extend kosten-file
       call "RUNLOG-DATEI" using ws-log-prog ws-kosten-file ws-dat-schreib
              on exception continue
       end-call
       if ws-lja-mode = 'Y'
              close lja-file
              open extend lja-file
              call "RUNLOG-DATEI" using ws-log-prog ws-lja-file ws-dat-schreib
                     on exception continue
              end-call
       end-if
       open extend journal-file
       call "RUNLOG-DATEI" using ws-log-prog ws-journal-file ws-dat-schreib
              on exception continue
       end-call
       open extend lohnhist-file
       call "RUNLOG-DATEI" using ws-log-prog ws-lohnhist-file ws-dat-schreib
              on exception continue
       end-call
       open output payckp-file
       call "RUNLOG-DATEI" using ws-log-prog ws-payckp-file ws-dat-schreib
              on exception continue
       end-call
       move spaces to payckp-record
       move 'K' to pck-type
       move ws-emp-id-input      to pck-emp-id
       move ws-kost-tot-brutto   to pck-kost-brutto
       move ws-kost-tot-ag       to pck-kost-ag
       move ws-kost-tot-gesamt   to pck-kost-gesamt
       move ws-jrn-tot-pfaend    to pck-jrn-pfaend
       move ws-jrn-tot-entgum    to pck-jrn-entgum
       move ws-jrn-tot-nettoabz  to pck-jrn-nettoabz
       move ws-jrn-tot-sachbezug to pck-jrn-sachbezug
       move ws-jrn-tot-kug       to pck-jrn-kug
       write payckp-record
       perform varying ws-kas-idx from 1 by 1 until ws-kas-idx > ws-kas-count
              move spaces to payckp-record
              move kas-av-ag( ws-kas-idx )      to pck2-av-ag
              write payckp-record
       end-perform
       perform varying ws-ert-idx from 1 by 1 until ws-ert-idx > ws-ert-count
              move spaces to payckp-record
              move 'E' to pck3-type
              move ert-kasse( ws-ert-idx )   to pck3-kasse
              move ert-emp-id( ws-ert-idx )  to pck3-emp-id
              move ert-art( ws-ert-idx )     to pck3-art
              move ert-von( ws-ert-idx )     to pck3-von
              move ert-bis( ws-ert-idx )     to pck3-bis
              move ert-tage( ws-ert-idx )    to pck3-tage
              move ert-entgelt( ws-ert-idx ) to pck3-entgelt
              move ert-ag-sv( ws-ert-idx )   to pck3-ag-sv
              move ert-satz( ws-ert-idx )    to pck3-satz
              move ert-betrag( ws-ert-idx )  to pck3-betrag
              write payckp-record
       end-perform
       perform varying ws-kgt-idx from 1 by 1 until ws-kgt-idx > ws-kgt-count
              move spaces to payckp-record
              move 'G' to pck4-type
              move kgt-stelle( ws-kgt-idx )   to pck4-stelle
              move kgt-emp-id( ws-kgt-idx )   to pck4-emp-id
              move kgt-kinder( ws-kgt-idx )   to pck4-kinder
              move kgt-soll-std( ws-kgt-idx ) to pck4-soll-std
              move kgt-ist-std( ws-kgt-idx )  to pck4-ist-std
              move kgt-soll( ws-kgt-idx )     to pck4-soll
              move kgt-ist( ws-kgt-idx )      to pck4-ist
              move kgt-pn-soll( ws-kgt-idx )  to pck4-pn-soll
              move kgt-pn-ist( ws-kgt-idx )   to pck4-pn-ist
              move kgt-kug( ws-kgt-idx )      to pck4-kug
              move kgt-sv-ag( ws-kgt-idx )    to pck4-sv-ag
              write payckp-record
       end-perform
       perform varying ws-fct-idx from 1 by 1 until ws-fct-idx > ws-fct-count
              move spaces to payckp-record
              move 'F' to pck5-type
              move fct-stelle( ws-fct-idx )    to pck5-stelle
              move fct-brutto( ws-fct-idx )    to pck5-brutto
              move fct-ag( ws-fct-idx )        to pck5-ag
              move fct-netto( ws-fct-idx )     to pck5-netto
              move fct-steuer( ws-fct-idx )    to pck5-steuer
              move fct-sv-an( ws-fct-idx )     to pck5-sv-an
              move fct-entgum( ws-fct-idx )    to pck5-entgum
              move fct-sachbezug( ws-fct-idx ) to pck5-sachbezug
              move fct-kug( ws-fct-idx )       to pck5-kug
              write payckp-record
       end-perform
       close payckp-file
       move ws-ytd-file to ws-ytd-main-name
       move ws-ytdckp-name to ws-ytd-file
       perform save-ytd
       move ws-ytd-main-name to ws-ytd-file
       move ws-pfaend-file to ws-pfaend-main-name
       move ws-pfaendckp-name to ws-pfaend-file
       perform save-pfaendung
       move ws-pfaend-main-name to ws-pfaend-file
exit.

clear-batch-checkpoint.
              exit paragraph
       end-if
       open output payckp-file
       call "RUNLOG-DATEI" using ws-log-prog ws-payckp-file ws-dat-schreib
              on exception continue
       end-call
       close payckp-file
exit.

       if ws-mst-idx = 0 or mtb-iban( ws-mst-idx ) = spaces
              display "Brutto zu Netto: WARNUNG - keine Bankverbindung fuer "
                     function trim( ws-emp-id-input ) " - keine Ueberweisung"
              move "WARNING" to ws-alert-sev
              move "NOBANK" to ws-alert-code
              move spaces to ws-alert-text
              string "keine Bankverbindung fuer "
                     function trim( ws-emp-id-input ) " - keine Ueberweisung"
                     delimited by size into ws-alert-text
              perform raise-iban-alert
              exit paragraph
       end-if
       if mtb-iban-sperre( ws-mst-idx ) = 'J'
                     " ist nach Ruecklaeufer gesperrt - bitte pruefen,"
                     " Ueberweisung wird trotzdem erstellt"
              move 4 to return-code
              move "WARNING" to ws-alert-sev
              move "IBANSPER" to ws-alert-code
              move spaces to ws-alert-text
              string "IBAN von " function trim( ws-emp-id-input )
                     " nach Ruecklaeufer gesperrt - Ueberweisung erstellt"
                     delimited by size into ws-alert-text
              perform raise-iban-alert
       end-if
       move mtb-iban( ws-mst-idx ) to ws-iban-check
       perform validate-iban
                     function trim( mtb-iban( ws-mst-idx ) )
                     ") - keine Ueberweisung"
              move 4 to return-code
              move "ERROR" to ws-alert-sev
              move "IBANPRF" to ws-alert-code
              move spaces to ws-alert-text
              string "IBAN von " function trim( ws-emp-id-input )
                     " hat falsche Pruefziffern ("
                     function trim( mtb-iban( ws-mst-idx ) )
                     ") - keine Ueberweisung"
                     delimited by size into ws-alert-text
              perform raise-iban-alert
              exit paragraph
       end-if
       move spaces to sepa-record
       move mtb-name( ws-mst-idx ) to sep-d-name
       move mtb-iban( ws-mst-idx ) to sep-d-iban
       move mtb-bic( ws-mst-idx ) to sep-d-bic
       move ws-auszahlung to sep-d-betrag
       write sepa-record
       add 1 to ws-sepa-count
       add ws-auszahlung to ws-sepa-total
       if ws-sxt-count < 500
              add 1 to ws-sxt-count
              move ws-emp-id-input to sxt-emp-id( ws-sxt-count )
              move mtb-name( ws-mst-idx ) to sxt-name( ws-sxt-count )
              move mtb-iban( ws-mst-idx ) to sxt-iban( ws-sxt-count )
              move mtb-bic( ws-mst-idx ) to sxt-bic( ws-sxt-count )
              move ws-auszahlung to sxt-betrag( ws-sxt-count )
              move space to sxt-art( ws-sxt-count )
              move spaces to sxt-verwendung( ws-sxt-count )
       end-if
exit.

raise-iban-alert.
       move return-code to ws-log-rc
       call "ALERT-RAISE" using ws-alert-sev ws-log-prog ws-alert-code
              ws-alert-text
              on exception continue
       end-call
       move ws-log-rc to return-code
exit.

write-pfaend-sepa.
       if ws-pfaendung = 0
              exit paragraph
       end-if
       perform varying ws-pft-idx from 1 by 1 until ws-pft-idx > ws-pft-count
              if pft-emp-id( ws-pft-idx ) = ws-emp-id-input
                     and pft-abzug( ws-pft-idx ) > 0
                     perform write-one-pfaend-sepa
              end-if
       end-perform
exit.

write-one-pfaend-sepa.
       move pft-iban( ws-pft-idx ) to ws-iban-check
       perform validate-iban
       if ws-iban-ok = 'N'
              display "Brutto zu Netto: WARNUNG - Glaeubiger-IBAN der Pfaendung "
                     function trim( pft-aktenzeichen( ws-pft-idx ) )
                     " von " function trim( ws-emp-id-input )
                     " ist ungueltig - Betrag " pft-abzug( ws-pft-idx )
                     " manuell ueberweisen"
              move 4 to return-code
              move "WARNING" to ws-alert-sev
              move "IBANGLB" to ws-alert-code
              move spaces to ws-alert-text
              string "Glaeubiger-IBAN ungueltig: "
                     function trim( pft-glaeubiger( ws-pft-idx ) )
                     " Az. " function trim( pft-aktenzeichen( ws-pft-idx ) )
                     " von " function trim( ws-emp-id-input )
                     " - manuell ueberweisen"
                     delimited by size into ws-alert-text
              perform raise-iban-alert
              exit paragraph
       end-if
       move spaces to sepa-record
       move 'D' to sep-d-type
       move ws-emp-id-input to sep-d-emp-id
       move pft-glaeubiger( ws-pft-idx ) to sep-d-name
       move pft-iban( ws-pft-idx ) to sep-d-iban
       move pft-bic( ws-pft-idx ) to sep-d-bic
       move pft-abzug( ws-pft-idx ) to sep-d-betrag
       move 'P' to sep-d-art
       write sepa-record
       add 1 to ws-sepa-count
       add pft-abzug( ws-pft-idx ) to ws-sepa-total
       if ws-sxt-count < 500
              add 1 to ws-sxt-count
              move ws-emp-id-input to sxt-emp-id( ws-sxt-count )
              move pft-glaeubiger( ws-pft-idx ) to sxt-name( ws-sxt-count )
              move pft-iban( ws-pft-idx ) to sxt-iban( ws-sxt-count )
              move pft-bic( ws-pft-idx ) to sxt-bic( ws-sxt-count )
              move pft-abzug( ws-pft-idx ) to sxt-betrag( ws-sxt-count )
              move 'P' to sxt-art( ws-sxt-count )
              move spaces to sxt-verwendung( ws-sxt-count )
              string "PFAENDUNG " pft-aktenzeichen( ws-pft-idx )
                     delimited by size into sxt-verwendung( ws-sxt-count )
       end-if
exit.

write-dauer-sepa.
       if ws-entgum = 0 and ws-nettoabzug = 0
              exit paragraph
       end-if
       perform varying ws-dat-idx from 1 by 1 until ws-dat-idx > ws-dat-count
              if dat-emp-id( ws-dat-idx ) = ws-emp-id-input
                     and dat-abzug( ws-dat-idx ) > 0
                     perform write-one-dauer-sepa
              end-if
       end-perform
exit.

write-one-dauer-sepa.
       if dat-iban( ws-dat-idx ) = spaces
              display "Brutto zu Netto: " function trim( dat-art( ws-dat-idx ) )
                     " " function trim( dat-vertrag( ws-dat-idx ) )
                     " von " function trim( ws-emp-id-input )
                     " ohne Empfaenger-IBAN - keine Ueberweisung"
              exit paragraph
       end-if
       move dat-iban( ws-dat-idx ) to ws-iban-check
       perform validate-iban
       if ws-iban-ok = 'N'
              display "Brutto zu Netto: WARNUNG - Empfaenger-IBAN fuer "
                     function trim( dat-art( ws-dat-idx ) )
                     " " function trim( dat-vertrag( ws-dat-idx ) )
                     " von " function trim( ws-emp-id-input )
                     " ist ungueltig - Betrag " dat-abzug( ws-dat-idx )
                     " manuell ueberweisen"
              move 4 to return-code
              move "WARNING" to ws-alert-sev
              move "IBANEMPF" to ws-alert-code
              move spaces to ws-alert-text
              string "Empfaenger-IBAN ungueltig: "
                     function trim( dat-empfaenger( ws-dat-idx ) ) " "
                     function trim( dat-art( ws-dat-idx ) ) " "
                     function trim( dat-vertrag( ws-dat-idx ) )
                     " von " function trim( ws-emp-id-input )
                     " - manuell ueberweisen"
                     delimited by size into ws-alert-text
              perform raise-iban-alert
              exit paragraph
       end-if
       move spaces to sepa-record
       move 'D' to sep-d-type
       move ws-emp-id-input to sep-d-emp-id
       move dat-empfaenger( ws-dat-idx ) to sep-d-name
       move dat-iban( ws-dat-idx ) to sep-d-iban
       move dat-bic( ws-dat-idx ) to sep-d-bic
       move dat-abzug( ws-dat-idx ) to sep-d-betrag
       move 'A' to sep-d-art
       write sepa-record
       add 1 to ws-sepa-count
       add dat-abzug( ws-dat-idx ) to ws-sepa-total
       if ws-sxt-count < 500
              add 1 to ws-sxt-count
              move ws-emp-id-input to sxt-emp-id( ws-sxt-count )
              move dat-empfaenger( ws-dat-idx ) to sxt-name( ws-sxt-count )
              move dat-iban( ws-dat-idx ) to sxt-iban( ws-sxt-count )
              move dat-bic( ws-dat-idx ) to sxt-bic( ws-sxt-count )
              move dat-abzug( ws-dat-idx ) to sxt-betrag( ws-sxt-count )
              move 'A' to sxt-art( ws-sxt-count )
              move spaces to sxt-verwendung( ws-sxt-count )
              string dat-art( ws-dat-idx ) " " dat-vertrag( ws-dat-idx )
                     " " ws-emp-id-input
                     delimited by size into sxt-verwendung( ws-sxt-count )
       end-if
exit.

              ":" ws-now-time( 5 : 2 )
              delimited by size into ws-xml-now
       open output sepaxml-file
       call "RUNLOG-DATEI" using ws-log-prog ws-sepaxml-file ws-dat-schreib
              on exception continue
       end-call
       move "<?xml version=""1.0"" encoding=""UTF-8""?>" to sepaxml-record
       write sepaxml-record
       move "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:pain.001.001.03"">" to sepaxml-record
       string "   <CtrlSum>" function trim( ws-xml-amt-disp ) "</CtrlSum>"
              delimited by size into sepaxml-record
       write sepaxml-record
       move spaces to sepaxml-record
       string "   <InitgPty><Nm>" function trim( ws-mand-firma )
              "</Nm></InitgPty>"
              delimited by size into sepaxml-record
       write sepaxml-record
       move "  </GrpHdr>" to sepaxml-record
       write sepaxml-record
              "-" ws-today( 7 : 2 ) "</ReqdExctnDt>"
              delimited by size into sepaxml-record
       write sepaxml-record
       move spaces to sepaxml-record
       string "   <Dbtr><Nm>" function trim( ws-mand-firma ) "</Nm></Dbtr>"
              delimited by size into sepaxml-record
       write sepaxml-record
       if ws-mand-iban not = spaces
              move spaces to sepaxml-record
              string "   <DbtrAcct><Id><IBAN>" function trim( ws-mand-iban )
                     "</IBAN></Id></DbtrAcct>"
                     delimited by size into sepaxml-record
              write sepaxml-record
       end-if
       if ws-mand-bic not = spaces
              move spaces to sepaxml-record
              string "   <DbtrAgt><FinInstnId><BIC>" function trim( ws-mand-bic )
                     "</BIC></FinInstnId></DbtrAgt>"
                     delimited by size into sepaxml-record
              write sepaxml-record
       end-if
       perform varying ws-sxt-idx from 1 by 1 until ws-sxt-idx > ws-sxt-count
              perform write-one-xml-entry
       end-perform
       move "   <CdtTrfTxInf>" to sepaxml-record
       write sepaxml-record
       move spaces to sepaxml-record
       evaluate sxt-art( ws-sxt-idx )
              when 'P'
                     string "    <PmtId><EndToEndId>PF-"
                            function trim( sxt-emp-id( ws-sxt-idx ) )
                            "-" ws-sxt-idx
                            "</EndToEndId></PmtId>"
                            delimited by size into sepaxml-record
              when 'A'
                     string "    <PmtId><EndToEndId>AB-"
                            function trim( sxt-emp-id( ws-sxt-idx ) )
                            "-" ws-sxt-idx
                            "</EndToEndId></PmtId>"
                            delimited by size into sepaxml-record
              when other
                     string "    <PmtId><EndToEndId>"
                            function trim( sxt-emp-id( ws-sxt-idx ) )
                            "</EndToEndId></PmtId>"
                            delimited by size into sepaxml-record
       end-evaluate
       write sepaxml-record
       move sxt-betrag( ws-sxt-idx ) to ws-xml-amt-disp
       move spaces to sepaxml-record
              "</IBAN></Id></CdtrAcct>"
              delimited by size into sepaxml-record
       write sepaxml-record
       if sxt-verwendung( ws-sxt-idx ) not = spaces
              move spaces to sepaxml-record
              string "    <RmtInf><Ustrd>"
                     function trim( sxt-verwendung( ws-sxt-idx ) )
                     "</Ustrd></RmtInf>"
                     delimited by size into sepaxml-record
              write sepaxml-record
       end-if
       move "   </CdtTrfTxInf>" to sepaxml-record
       write sepaxml-record
exit.
find-korr-hist.
       move 'N' to ws-korr-found
       open input lohnhist-file
       call "RUNLOG-DATEI" using ws-log-prog ws-lohnhist-file ws-dat-lesen
              on exception continue
       end-call
       if ws-lohnhist-status not = "00"
              display "Brutto zu Netto: FEHLER - keine Lohnhistorie vorhanden"
              move 8 to return-code
                                   move lh-kirche to ws-ka-kirche
                                   move lh-netto  to ws-ka-netto
                                   move lh-einmal to ws-ka-einmal
                                   if lh-entgum not numeric
                                          move 0 to lh-entgum
                                          move 0 to lh-nettoabz
                                   end-if
                                   if lh-sachbezug not numeric
                                          move 0 to lh-sachbezug
                                   end-if
                                   move lh-entgum to ws-ka-entgum
                                   move lh-nettoabz to ws-ka-nettoabz
                                   move lh-sachbezug to ws-ka-sachbezug
                                   if lh-pauschst not numeric
                                          move 0 to lh-pauschst
                                   end-if
                                   move lh-bundesland to ws-ka-bundesland
                                   move lh-konfession to ws-ka-konfession
                                   move lh-pauschst to ws-ka-pauschst
                                   if lh-kug not numeric
                                          move 0 to lh-kug-soll
                                          move 0 to lh-kug-ist
                                          move 0 to lh-kug
                                   end-if
                                   move lh-kug-soll to ws-ka-kug-soll
                                   move lh-kug-ist to ws-ka-kug-ist
                                   move lh-kug to ws-ka-kug
                                   move lh-steuerklasse to ws-ka-steuerklasse
                            end-if
                     end-if
       end-perform
       move ws-ka-kirche to kirche
       move ws-ka-netto  to netto
       move ws-ka-einmal to ws-einmal
       move ws-ka-entgum to ws-entgum
       move ws-ka-nettoabz to ws-nettoabzug
       move ws-ka-sachbezug to ws-sachbezug
       move ws-ka-pauschst to ws-mini-steuer
       move ws-ka-kug-soll to ws-kug-soll
       move ws-ka-kug-ist to ws-kug-ist
       move ws-ka-kug to ws-kug
       perform set-entgum-grenzen
       move 0 to ws-freibetrag
       move "STORNO" to ws-jrn-marker
       move 'Y' to ws-jrn-storno
              display "Kirchensteuersatz in Prozent (z.B. 8.0 oder 9.0): " with no advancing
              accept ws-kirche-rate
       end-if
       perform apply-sachbezug
       perform apply-dauerabzug
       perform calculate
       move "NACHTRAG" to ws-jrn-marker
       move 'N' to ws-jrn-storno
       subtract kirche    from ytd-kirche( ws-ytd-idx )
       subtract netto     from ytd-netto( ws-ytd-idx )
       subtract 1         from ytd-months( ws-ytd-idx )
       subtract ws-entgum from ytd-entgum( ws-ytd-idx )
       subtract ws-nettoabzug from ytd-nettoabz( ws-ytd-idx )
       subtract ws-entgum-stfrei from ytd-entgum-stfrei( ws-ytd-idx )
       subtract ws-sachbezug from ytd-sachbezug( ws-ytd-idx )
       subtract ws-kug from ytd-kug( ws-ytd-idx )
exit.

load-ytd.
       open input ytd-file
       call "RUNLOG-DATEI" using ws-log-prog ws-ytd-file ws-dat-lesen
              on exception continue
       end-call
       if ws-ytd-status = "00"
              perform until ws-ytd-end = 'Y'
                     read ytd-file into ytd-record
                     at end
                            move 'Y' to ws-ytd-end
                     not at end
                            if ytdr-entgum not numeric
                                   move 0 to ytdr-entgum
                                   move 0 to ytdr-entgum-stfrei
                                   move 0 to ytdr-nettoabz
                            end-if
                            if ytdr-sachbezug not numeric
                                   move 0 to ytdr-sachbezug
                            end-if
                            if ytdr-kug not numeric
                                   move 0 to ytdr-kug
                            end-if
                            add 1 to ws-ytd-count
                            move ytdr-emp-id  to ytd-emp-id( ws-ytd-count )
                            move ytdr-year    to ytd-year( ws-ytd-count )
                            move ytdr-kirche  to ytd-kirche( ws-ytd-count )
                            move ytdr-netto   to ytd-netto( ws-ytd-count )
                            move ytdr-months  to ytd-months( ws-ytd-count )
                            move ytdr-entgum  to ytd-entgum( ws-ytd-count )
                            move ytdr-entgum-stfrei
                                   to ytd-entgum-stfrei( ws-ytd-count )
                            move ytdr-nettoabz to ytd-nettoabz( ws-ytd-count )
                            move ytdr-sachbezug to ytd-sachbezug( ws-ytd-count )
                            move ytdr-kug to ytd-kug( ws-ytd-count )
              end-perform
       end-if
       close ytd-file
              move 0 to ytd-kirche( ws-ytd-idx )
              move 0 to ytd-netto( ws-ytd-idx )
              move 0 to ytd-months( ws-ytd-idx )
              move 0 to ytd-entgum( ws-ytd-idx )
              move 0 to ytd-entgum-stfrei( ws-ytd-idx )
              move 0 to ytd-nettoabz( ws-ytd-idx )
              move 0 to ytd-sachbezug( ws-ytd-idx )
              move 0 to ytd-kug( ws-ytd-idx )
       end-if
exit.

       add kirche    to ytd-kirche( ws-ytd-idx )
       add netto     to ytd-netto( ws-ytd-idx )
       add 1         to ytd-months( ws-ytd-idx )
       add ws-entgum to ytd-entgum( ws-ytd-idx )
       add ws-entgum-stfrei to ytd-entgum-stfrei( ws-ytd-idx )
       add ws-nettoabzug to ytd-nettoabz( ws-ytd-idx )
       add ws-sachbezug to ytd-sachbezug( ws-ytd-idx )
       add ws-kug to ytd-kug( ws-ytd-idx )
exit.

save-ytd.
       open output ytd-file
       call "RUNLOG-DATEI" using ws-log-prog ws-ytd-file ws-dat-schreib
              on exception continue
       end-call
       perform varying ws-ytd-idx from 1 by 1 until ws-ytd-idx > ws-ytd-count
              move ytd-emp-id( ws-ytd-idx )  to ytdr-emp-id
              move ytd-year( ws-ytd-idx )    to ytdr-year
              move ytd-kirche( ws-ytd-idx )  to ytdr-kirche
              move ytd-netto( ws-ytd-idx )   to ytdr-netto
              move ytd-months( ws-ytd-idx )  to ytdr-months
              move ytd-entgum( ws-ytd-idx )  to ytdr-entgum
              move ytd-entgum-stfrei( ws-ytd-idx ) to ytdr-entgum-stfrei
              move ytd-nettoabz( ws-ytd-idx ) to ytdr-nettoabz
              move ytd-sachbezug( ws-ytd-idx ) to ytdr-sachbezug
              move ytd-kug( ws-ytd-idx ) to ytdr-kug
              write ytd-record
       end-perform
       close ytd-file
open-journal.
       if ws-restart-mode = 'Y' and ws-ckp-emp-id not = spaces
              open extend journal-file
              call "RUNLOG-DATEI" using ws-log-prog ws-journal-file ws-dat-schreib
                     on exception continue
              end-call
              exit paragraph
       end-if
       open output journal-file
       call "RUNLOG-DATEI" using ws-log-prog ws-journal-file ws-dat-schreib
              on exception continue
       end-call
       move spaces to journal-record
       if ws-simulation = 'Y'
              string "LOHNJOURNAL (SIMULATION)  Jahr: " ws-rate-year-wanted
              string "  FB=" ws-freibetrag delimited by size
                     into journal-record with pointer ws-jrn-ptr
       end-if
       if ws-sachbezug > 0
              compute ws-jrn-ptr =
                     function length( function trim( journal-record, trailing ) ) + 1
              string "  SB=" ws-sachbezug delimited by size
                     into journal-record with pointer ws-jrn-ptr
       end-if
       if ws-entgum > 0
              compute ws-jrn-ptr =
                     function length( function trim( journal-record, trailing ) ) + 1
              string "  EU=" ws-entgum delimited by size
                     into journal-record with pointer ws-jrn-ptr
       end-if
       if ws-pfaendung > 0
              compute ws-jrn-ptr =
                     function length( function trim( journal-record, trailing ) ) + 1
              string "  PF=" ws-pfaendung delimited by size
                     into journal-record with pointer ws-jrn-ptr
              add ws-pfaendung to ws-jrn-tot-pfaend
       end-if
       if ws-nettoabzug > 0
              compute ws-jrn-ptr =
                     function length( function trim( journal-record, trailing ) ) + 1
              string "  NA=" ws-nettoabzug delimited by size
                     into journal-record with pointer ws-jrn-ptr
       end-if
       if ws-kug > 0
              compute ws-jrn-ptr =
                     function length( function trim( journal-record, trailing ) ) + 1
              string "  KUG=" ws-kug delimited by size
                     into journal-record with pointer ws-jrn-ptr
       end-if
       write journal-record
       if ws-jrn-storno = 'Y'
              subtract ws-entgum      from ws-jrn-tot-entgum
              subtract ws-nettoabzug  from ws-jrn-tot-nettoabz
              subtract ws-sachbezug   from ws-jrn-tot-sachbezug
              subtract ws-kug         from ws-jrn-tot-kug
              subtract brutto   from ws-jrn-tot-brutto
              subtract betr-rte from ws-jrn-tot-rte
              subtract betr-krk from ws-jrn-tot-krk
              add solid    to ws-jrn-tot-solid
              add kirche   to ws-jrn-tot-kirche
              add netto    to ws-jrn-tot-netto
              add ws-entgum     to ws-jrn-tot-entgum
              add ws-nettoabzug to ws-jrn-tot-nettoabz
              add ws-sachbezug  to ws-jrn-tot-sachbezug
              add ws-kug        to ws-jrn-tot-kug
       end-if
exit.

       move kirche to lh-kirche
       move netto to lh-netto
       move ws-einmal to lh-einmal
       move ws-entgum to lh-entgum
       move ws-nettoabzug to lh-nettoabz
       move ws-sachbezug to lh-sachbezug
       move ws-pfaendung to lh-pfaendung
       move ws-mini-steuer to lh-pauschst
       move ws-kug-soll to lh-kug-soll
       move ws-kug-ist to lh-kug-ist
       move ws-kug to lh-kug
       if ws-hist-type = 'S'
              move ws-ka-bundesland to lh-bundesland
              move ws-ka-konfession to lh-konfession
              move ws-ka-steuerklasse to lh-steuerklasse
       else
              move ws-emp-stkl to lh-steuerklasse
              if ws-mst-idx > 0
                     move mtb-bundesland( ws-mst-idx ) to lh-bundesland
                     move mtb-konfession( ws-mst-idx ) to lh-konfession
              end-if
       end-if
       write lohnhist-record
exit.

              "  " ws-jrn-ed-kirche  delimited by size
              "  " ws-jrn-ed-netto   delimited by size
              into journal-record
       if ws-jrn-tot-pfaend not = 0
              move ws-jrn-tot-pfaend to ws-jrn-ed-pfaend
              compute ws-jrn-ptr =
                     function length( function trim( journal-record, trailing ) ) + 1
              string "  PF=" ws-jrn-ed-pfaend delimited by size
                     into journal-record with pointer ws-jrn-ptr
       end-if
       if ws-jrn-tot-entgum not = 0
              move ws-jrn-tot-entgum to ws-jrn-ed-entgum
              compute ws-jrn-ptr =
                     function length( function trim( journal-record, trailing ) ) + 1
              string "  EU=" ws-jrn-ed-entgum delimited by size
                     into journal-record with pointer ws-jrn-ptr
       end-if
       if ws-jrn-tot-nettoabz not = 0
              move ws-jrn-tot-nettoabz to ws-jrn-ed-nettoabz
              compute ws-jrn-ptr =
                     function length( function trim( journal-record, trailing ) ) + 1
              string "  NA=" ws-jrn-ed-nettoabz delimited by size
                     into journal-record with pointer ws-jrn-ptr
       end-if
       if ws-jrn-tot-sachbezug not = 0
              move ws-jrn-tot-sachbezug to ws-jrn-ed-sachbezug
              compute ws-jrn-ptr =
                     function length( function trim( journal-record, trailing ) ) + 1
              string "  SB=" ws-jrn-ed-sachbezug delimited by size
                     into journal-record with pointer ws-jrn-ptr
       end-if
       if ws-jrn-tot-kug not = 0
              move ws-jrn-tot-kug to ws-jrn-ed-kug
              compute ws-jrn-ptr =
                     function length( function trim( journal-record, trailing ) ) + 1
              string "  KUG=" ws-jrn-ed-kug delimited by size
                     into journal-record with pointer ws-jrn-ptr
       end-if
       write journal-record
       close journal-file
exit.

write-kontrollen.
       move 0 to ws-ktl-amount
       call "KONTROLL-SCHREIBEN" using ws-journal-file ws-log-prog ws-ktl-amount
              on exception continue
       end-call
       if ws-batch-mode = 'Y'
              call "KONTROLL-SCHREIBEN" using ws-payslip-file ws-log-prog ws-ktl-amount
                     on exception continue
              end-call
              if ws-simulation not = 'Y'
                     call "KONTROLL-SCHREIBEN" using ws-kstist-file ws-log-prog ws-ktl-amount
                            on exception continue
                     end-call
              end-if
              move ws-sepa-total to ws-ktl-amount
              call "KONTROLL-SCHREIBEN" using ws-sepa-file ws-log-prog ws-ktl-amount
                     on exception continue
              end-call
       end-if
exit.

set-umgebung.
       call "UMGEBUNG-DATEI" using ws-rate-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-master-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-zeit-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-einmal-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-freib-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-dauer-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-sach-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-abwes-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-erstatt-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-kurz-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-kug-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-kassen-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-pend-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-emp-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-payslip-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-steuertab-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-beitrag-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-kosten-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-kost-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-konto-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-fibu-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-lja-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-plan-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-plankost-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-perstat-file
              on exception continue
       end-call
       call "UMGEBUNG-DATEI" using ws-journal-file
              on exception continue
       end-call
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
       call "UMGEBUNG-SCHUTZ" using ws-payckp-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-payckp-file to ws-env-denied
       end-if
       call "UMGEBUNG-SCHUTZ" using ws-ytdckp-name ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-ytdckp-name to ws-env-denied
       end-if
       call "UMGEBUNG-SCHUTZ" using ws-pfaend-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-pfaend-file to ws-env-denied
       end-if
       call "UMGEBUNG-SCHUTZ" using ws-pfaendckp-name ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-pfaendckp-name to ws-env-denied
       end-if
       call "UMGEBUNG-SCHUTZ" using ws-sepa-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-sepa-file to ws-env-denied
       end-if
       call "UMGEBUNG-SCHUTZ" using ws-sepaxml-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-sepaxml-file to ws-env-denied
       end-if
       call "UMGEBUNG-SCHUTZ" using ws-kstist-file ws-env-ok
              on exception continue
       end-call
       if ws-env-ok = 'N' and ws-env-all-ok = 'J'
              move 'N' to ws-env-all-ok
              move ws-kstist-file to ws-env-denied
       end-if
       if ws-env-all-ok = 'N' and ws-simulation not = 'Y'
              call "UMGEBUNG-NAME" using ws-env-name ws-env-art
                     on exception continue
              end-call
              display "Brutto zu Netto: FEHLER - Testumgebung " function trim( ws-env-name )
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
       call "RUNLOG-DATEI" using ws-log-prog ws-mandant-file ws-dat-lesen
              on exception continue
       end-call
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
              display "Brutto zu Netto: FEHLER - Mandant " function trim( ws-mandant )
                     " fehlt in " function trim( ws-mandant-file )
              move 8 to return-code
              stop run
       end-if
       if ws-mand-verz = spaces
              string function trim( ws-mandant ) "/" delimited by size
                     into ws-mand-verz
       end-if
       move ws-emp-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-emp-file
       move ws-master-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-master-file
       move ws-payslip-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-payslip-file
       move ws-ytd-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-ytd-file
       move ws-journal-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-journal-file
       move ws-sepa-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-sepa-file
       move ws-kosten-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-kosten-file
       move ws-lja-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-lja-file
       move ws-kstist-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-kstist-file
       move ws-plan-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-plan-file
       move ws-plankost-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-plankost-file
       move ws-lohnhist-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-lohnhist-file
       move ws-payckp-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-payckp-file
       move ws-beitrag-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-beitrag-file
       move ws-zeit-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-zeit-file
       move ws-einmal-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-einmal-file
       move ws-freib-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-freib-file
       move ws-sepaxml-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-sepaxml-file
       move ws-kost-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-kost-file
       move ws-konto-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-konto-file
       move ws-fibu-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-fibu-file
       move ws-perstat-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-perstat-file
       move ws-pfaend-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-pfaend-file
       move ws-dauer-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-dauer-file
       move ws-sach-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-sach-file
       move ws-abwes-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-abwes-file
       move ws-erstatt-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-erstatt-file
       move ws-kurz-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-kurz-file
       move ws-kug-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-kug-file
       move ws-pend-file to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-pend-file
       move ws-ytdckp-name to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-ytdckp-name
       move ws-pfaendckp-name to ws-mand-name
       perform prefix-mandant
       move ws-mand-name to ws-pfaendckp-name
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
