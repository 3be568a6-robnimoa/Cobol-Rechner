               assign using ws-checkpoint-dateiname
               organization is line sequential
               file status is ws-dateistatus.
           select stapel-pruefergebnis-datei
               assign to "stapel_pruefung.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select audit-log-datei assign to "audit_log.txt"
               organization is line sequential
               file status is ws-dateistatus.
               assign to "archiv_protokoll.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select audit-kette-datei assign to "audit_kette.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select audit-kette-quelle assign to "audit_log.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select kette-archiv-datei assign using ws-kette-archivname
               organization is line sequential
               file status is ws-dateistatus.
           select audit-schluessel-datei
               assign to "audit_schluessel.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select archiv-einstellung-datei
               assign to "archiv_einstellung.txt"
               organization is line sequential
           select steuersatz-datei assign to "steuersatz_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select dauerauftrag-datei
               assign to "dauerauftrag_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select wertgrenzen-datei
               assign to "wertgrenzen_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select freigabe-offen-datei
               assign to "freigabe_offen.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select freigabe-lese-datei
               assign to "freigabe_offen.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select freigabe-neu-datei
               assign to "freigabe_offen.neu"
               organization is line sequential
               file status is ws-dateistatus.
           select freigabe-sperr-datei
               assign to "freigabe_offen.lck"
               organization is line sequential
               file status is ws-dateistatus.
           select budget-datei
               assign to "budget_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select verlauf-export-datei
               assign to "verlauf_export.csv"
               organization is line sequential
               88 se-satzart-rechnung value "R".
               88 se-satzart-mwst value "M".
               88 se-satzart-waehrung value "W".
               88 se-satzart-vorsatz value "V".
               88 se-satzart-nachsatz value "N".
           05  se-kostenstelle  pic x(6).
           05  se-daten         pic x(31).
           05  se-daten-rechnung redefines se-daten.
               10 sew-betrag    pic S9(10)V99.
               10 sew-von       pic x(3).
               10 sew-nach      pic x(3).
               10 sew-belegdatum pic 9(8).
               10 filler        pic x(5).
       01  stapel-eingabe-altsatz.
           05  sea-zahl1        pic S9(10)V99.
           05  sea-operator     pic x(1).
           05  cp-verarbeitet   pic 9(9).
           05  cp-abgelehnt     pic 9(9).
           05  cp-hashsumme     pic S9(14)V99.
           05  cp-zurueckgestellt pic 9(9).
           05  cp-zurueck-summe pic S9(14)V99.
           05  cp-budgetwarnungen pic 9(9).

       FD  stapel-pruefergebnis-datei.
       01  stapel-pruefergebnis-satz.
           05  pe-status        pic x(8).
           05  pe-datum         pic 9(8).
           05  pe-zeit          pic 9(8).
           05  pe-satzanzahl    pic 9(9).
           05  pe-kontrollsumme pic S9(14)V99.
           05  pe-fehler        pic 9(9).
           05  pe-absender      pic x(6).
           05  pe-dateinummer   pic 9(6).

       FD  audit-log-datei.
       01  audit-satz           pic x(400).

       FD  archiv-datei.
       01  archiv-satz          pic x(400).

       FD  audit-rest-datei.
       01  audit-rest-satz      pic x(400).

       FD  kurs-datei.
       01  kurs-satz.
           05  ku-datum         pic 9(8).

       FD  archiv-protokoll-datei.
       01  archiv-protokoll-satz pic x(120).

       FD  audit-kette-datei.
       01  audit-kette-satz.
           05  ak-seq           pic 9(9).
           05  ak-prf           pic 9(10).
           05  ak-datum         pic 9(8).
           05  ak-zeit          pic 9(8).

       FD  audit-kette-quelle.
       01  audit-kette-quelle-satz pic x(400).

       FD  kette-archiv-datei.
       01  kette-archiv-satz    pic x(400).

       FD  audit-schluessel-datei.
       01  audit-schluessel-satz pic x(40).

       FD  archiv-einstellung-datei.
       01  archiv-einstellung-satz.
           05  st-prozentsatz   pic 9(3)V99.
           05  st-gueltig-ab    pic 9(8).

       FD  dauerauftrag-datei.
       01  dauerauftrag-satz.
           05  da-nummer        pic 9(6).
           05  da-satzart       pic x.
           05  da-kostenstelle  pic x(6).
           05  da-daten         pic x(31).
           05  da-daten-rechnung redefines da-daten.
               10 da-zahl1      pic S9(10)V99.
               10 da-operator   pic x(1).
               10 da-zahl2      pic S9(10)V99.
               10 da-prozent1   pic x.
               10 da-prozent2   pic x.
               10 filler        pic x(4).
           05  da-daten-mwst redefines da-daten.
               10 dam-betrag    pic S9(10)V99.
               10 dam-richtung  pic x.
               10 dam-kennzeichen pic x(10).
               10 dam-belegdatum pic 9(8).
           05  da-daten-waehrung redefines da-daten.
               10 daw-betrag    pic S9(10)V99.
               10 daw-von       pic x(3).
               10 daw-nach      pic x(3).
               10 daw-belegdatum pic 9(8).
               10 filler        pic x(5).
           05  da-rhythmus      pic x.
           05  da-erste-ausfuehrung pic 9(8).
           05  da-letzte-ausfuehrung pic 9(8).
           05  da-zuletzt-ausgefuehrt pic 9(8).
           05  da-ausgesetzt    pic x.
           05  da-bezeichnung   pic x(30).

       FD  wertgrenzen-datei.
       01  wertgrenzen-satz.
           05  wg-art           pic x.
           05  wg-schluessel    pic x(6).
           05  wg-grenze        pic 9(10)V99.

       FD  freigabe-offen-datei.
       01  freigabe-offen-satz.
           05  fo-nummer        pic 9(6).
           05  fo-status        pic x.
           05  fo-quelle        pic x.
           05  fo-erfasser      pic x(20).
           05  fo-erfasst-datum pic 9(8).
           05  fo-erfasst-zeit  pic 9(8).
           05  fo-kostenstelle  pic x(6).
           05  fo-satzart       pic x.
           05  fo-zahl1         pic S9(10)V99.
           05  fo-operator      pic x(1).
           05  fo-zahl2         pic S9(10)V99.
           05  fo-ergebnis      pic S9(10)V99.
           05  fo-rest          pic 9V9999.
           05  fo-grenze        pic 9(10)V99.
           05  fo-stkz          pic x(10).
           05  fo-steuer        pic S9(10)V99.
           05  fo-belegdatum    pic 9(8).
           05  fo-buchung-status pic x.
           05  fo-referenzart   pic x.
           05  fo-bezug         pic 9(9).
           05  fo-zusatz        pic x(70).
           05  fo-satznummer    pic 9(9).
           05  fo-freigeber     pic x(20).
           05  fo-freigabe-datum pic 9(8).
           05  fo-freigabe-zeit pic 9(8).
           05  fo-schluessel    pic 9(9).

       FD  freigabe-lese-datei.
       01  freigabe-lese-satz.
           05  fl-nummer        pic 9(6).
           05  fl-status        pic x.
           05  filler           pic x(263).

       FD  freigabe-neu-datei.
       01  freigabe-neu-satz    pic x(270).

       FD  freigabe-sperr-datei.
       01  freigabe-sperr-satz  pic x.

       FD  budget-datei.
       01  budget-satz.
           05  bu-kostenstelle  pic x(6).
           05  bu-monat         pic 9(6).
           05  bu-soll          pic 9(10)V99.
           05  bu-warnprozent   pic 9(3).

       FD  verlauf-export-datei.
       01  verlauf-export-satz  pic x(160).

       FD  nachtlauf-auftrag-datei.
       01  nachtlauf-auftrag-satz.
           05  vl-ergebnis      pic S9(10)V99.
           05  vl-rest          pic 9V9999.
           05  vl-kostenstelle  pic x(6).
           05  vl-status        pic x.
               88 vl-storniert value "S".
               88 vl-gegenbuchung value "G".
               88 vl-korrektur value "K".
           05  vl-bezug         pic 9(9).
           05  vl-steuer-kennzeichen pic x(10).
           05  vl-steuerbetrag  pic S9(10)V99.
           05  vl-belegdatum    pic 9(8).

       WORKING-STORAGE SECTION.
       01  zahl1                pic S9(10)V99.
       01  ws-stapel-verarbeitet pic 9(9) value zero.
       01  ws-stapel-abgelehnt  pic 9(9) value zero.
       01  ws-stapel-hashsumme  pic S9(14)V99 value zero.
       01  ws-stapel-zurueckgestellt pic 9(9) value zero.
       01  ws-stapel-zurueck-summe pic S9(14)V99 value zero.
       01  ws-stapel-budgetwarnungen pic 9(9) value zero.
       01  ws-stapel-abgelehnt-lauf pic 9(9) value zero.
       01  ws-stapel-zurueck-lauf pic 9(9) value zero.
       01  ws-stapel-aktiv-schalter pic x value "N".
               88 ws-stapel-aktiv value "J".
       01  ws-stapel-zurueck-tabelle.
               05 ws-stapel-zurueck-zeile occurs 500 times
                                pic x(132).
       01  ws-stapel-abgelehnt-tabelle.
               05 ws-stapel-abgelehnt-zeile occurs 500 times
                                pic x(132).
       01  ws-stapel-abschnitt-index pic 9(9).
       01  ws-stapel-abschnitt-anzahl pic 9(9).
       01  ws-stapel-hashsumme-druck
                                pic zz.zzz.zzz.zzz.zz9,99-.
       01  ws-bericht-dateiname pic x(40).
           05  filler           pic x(13)
               value "  ABGELEHNT: ".
           05  sbs-abgelehnt    pic z(8)9.
           05  filler           pic x(16)
               value "  ZUR FREIGABE: ".
           05  sbs-zurueckgestellt pic z(8)9.
           05  filler           pic x(17)
               value "  BUDGETWARNUNG: ".
           05  sbs-budgetwarnungen pic z(8)9.
       01  sb-freigabezeile.
           05  sbf-detail       pic x(83).
           05  filler           pic x(6) value "  NR. ".
           05  sbf-nummer       pic 9(6).
           05  filler           pic x(9) value "  GRENZE ".
           05  sbf-grenze       pic z.zzz.zzz.zz9,99.
       01  sb-abschnittzeile    pic x(132).
       01  sb-leerzeile         pic x(132) value spaces.

       01  ws-checkpoint-dateiname pic x(50).
       01  ws-wiederanlauf-zeichen pic x.
       01  ws-checkpoint-satznummer pic 9(9) value zero.
       01  ws-stapel-uebersprungen pic 9(9) value zero.
       01  ws-stapel-freigabe-schalter pic x value "N".
               88 ws-stapel-freigegeben value "J".
       01  ws-pruefergebnis-kopie.
               05 wpe-status       pic x(8).
               05 filler           pic x(16).
               05 wpe-satzanzahl   pic 9(9).
               05 wpe-kontrollsumme pic S9(14)V99.
               05 filler           pic x(21).
       01  ws-freigabe-satzanzahl pic 9(9) value zero.
       01  ws-freigabe-summe    pic S9(14)V99 value zero.
       01  ws-stapel-kontrollsaetze pic 9(9) value zero.
       01  ws-stapel-eingabename pic x(50)
               value "stapel_eingabe.txt".
       01  ws-stapel-sicherungsname pic x(50).

       01  ws-bediener-id       pic x(20) value spaces.
       01  ws-bediener-stufe    pic 9 value zero.
       01  ws-bediener-eof-schalter pic x value "N".
               88 ws-bediener-eof value "J".
       01  ws-kostenstellen-tabelle.
               05 ws-kostenstellen-eintrag occurs 500 times.
                       10 wko-nummer      pic x(6).
                       10 wko-bezeichnung pic x(30).
       01  ws-kostenstellen-anzahl pic 9(3) value zero.
       01  ws-zeit              pic 9(8).
       01  ws-ueberlauf-schalter pic x value "N".
               88 ws-ueberlauf-aufgetreten value "J".
       01  ws-audit-zeile       pic x(400).
       01  ws-audit-zusatz      pic x(70) value spaces.
       01  ws-buchung-schluessel pic 9(9) value zero.
       01  ws-buchung-status    pic x value space.
       01  ws-buchung-referenzart pic x value space.
       01  ws-buchung-bezug     pic 9(9) value zero.
       01  ws-buchung-stkz      pic x(10) value spaces.
       01  ws-buchung-steuer    pic S9(10)V99 value zero.
       01  ws-buchung-belegdatum pic 9(8) value zero.
       01  ws-buchung-erfasser  pic x(20) value spaces.
       01  ws-buchung-satzart   pic x.
       01  ws-zurueckstellung-schalter pic x value "N".
               88 ws-zurueckgestellt value "J".
       01  ws-nachbuchung-schalter pic x value "N".
               88 ws-nachbuchung-aktiv value "J".
       01  ws-nachbuchung-schluessel pic 9(9) value zero.
       01  ws-kette-seq         pic 9(9) value zero.
       01  ws-kette-vor         pic 9(10) value zero.
       01  ws-kette-prf         pic 9(10) value zero.
       01  ws-kette-wert        pic 9(15) value zero.
       01  ws-kette-modul       pic 9(10) value 9999999967.
       01  ws-kette-pos         pic 9(3).
       01  ws-kette-schluessel  pic x(40) value spaces.
       01  ws-kette-schluessel-schalter pic x value "N".
               88 ws-kette-schluessel-gelesen value "J".
       01  ws-kette-eof-schalter pic x value "N".
               88 ws-kette-eof value "J".
       01  ws-kette-fehler-schalter pic x value "N".
               88 ws-kette-fehler value "J".
       01  ws-kette-gefunden-schalter pic x value "N".
               88 ws-kette-gefunden value "J".
       01  ws-kette-ermittelt-seq pic 9(9) value zero.
       01  ws-kette-ermittelt-vor pic 9(10) value zero.
       01  ws-kette-archivname  pic x(30).
       01  ws-kette-archiv-monat pic 9(6) value zero.
       01  ws-kette-archiv-bis  pic 9(9) value zero.
       01  ws-kette-archiv-wert pic 9(9) value zero.

       01  ws-verlauf-eof-schalter pic x value "N".
               88 ws-verlauf-eof value "J".
       01  ws-satz-monat        pic 9(6).
       01  ws-aktueller-monat   pic 9(6).
       01  ws-archiv-zeilen     pic 9(7) value zero.
       01  ws-archiv-seq-von    pic 9(9) value zero.
       01  ws-archiv-seq-bis    pic 9(9) value zero.
       01  ws-archiv-gesamt     pic 9(7) value zero.
       01  ws-rest-zeilen       pic 9(7) value zero.
       01  ws-archiv-eof-schalter pic x value "N".
       01  verlauf-auswahl-zeichen pic x.
       01  ws-verlauf-tabelle.
               05 ws-verlauf-eintrag occurs 2000 times.
                       10 wv-schluessel pic 9(9).
                       10 wv-datum     pic 9(8).
                       10 wv-zeit      pic 9(8).
                       10 wv-zahl1     pic S9(10)V99.
                       10 wv-zahl2     pic S9(10)V99.
                       10 wv-ergebnis  pic S9(10)V99.
                       10 wv-rest      pic 9V9999.
                       10 wv-status    pic x.
                       10 wv-bezug     pic 9(9).
       01  ws-verlauf-anzahl    pic 9(4) value zero.
       01  ws-verlauf-zeiger    pic 9(4) value zero.
       01  ws-verlauf-naechster-schluessel pic 9(9) value zero.
               88 ws-such-treffer-gefunden value "J".
       01  ws-export-schalter   pic x value "N".
               88 ws-export-aktiv value "J".
       01  ws-anzeige-status    pic x.
       01  ws-anzeige-bezug     pic 9(9).

       01  ws-storno-schluessel pic 9(9).
       01  ws-storno-gegenschluessel pic 9(9).
       01  ws-storno-grund      pic x(40).
       01  ws-storno-zeichen    pic x.
       01  ws-storno-kst-merker pic x(6).
       01  ws-storno-gefunden-schalter pic x value "N".
               88 ws-storno-gefunden value "J".
       01  ws-storno-konflikt-schalter pic x value "N".
               88 ws-storno-konflikt value "J".
       01  ws-storno-original.
               05 vs-schluessel    pic 9(9).
               05 vs-datum         pic 9(8).
               05 vs-zeit          pic 9(8).
               05 vs-zahl1         pic S9(10)V99.
               05 vs-operator      pic x(1).
               05 vs-zahl2         pic S9(10)V99.
               05 vs-ergebnis      pic S9(10)V99.
               05 vs-rest          pic 9V9999.
               05 vs-kostenstelle  pic x(6).
               05 vs-status        pic x.
               05 vs-bezug         pic 9(9).
               05 vs-steuer-kennzeichen pic x(10).
               05 vs-steuerbetrag  pic S9(10)V99.
               05 vs-belegdatum    pic 9(8).
       01  ws-csv-betrag1       pic -(10)9,99.
       01  ws-csv-betrag2       pic -(10)9,99.
       01  ws-csv-ergebnis      pic -(10)9,99.
       01  ws-csv-rest          pic 9,9999.
       01  ws-csv-steuer        pic -(10)9,99.
       01  ws-csv-zeile         pic x(160).

       01  ws-sitzung-zaehler   pic 9(5) value zero.
       01  ws-sitzung-summe     pic S9(12)V99 value zero.
       01  ws-steuer-fund-gueltig pic 9(8).
       01  steuer-pflege-zeichen pic x.

       01  ws-dauerauftrag-tabelle.
               05 ws-dauerauftrag-eintrag occurs 500 times.
                       10 wda-nummer      pic 9(6).
                       10 wda-satzart     pic x.
                       10 wda-kostenstelle pic x(6).
                       10 wda-daten       pic x(31).
                       10 wda-daten-betrag redefines wda-daten.
                          15 wda-betrag   pic S9(10)V99.
                          15 filler       pic x(19).
                       10 wda-rhythmus    pic x.
                       10 wda-erste       pic 9(8).
                       10 wda-letzte      pic 9(8).
                       10 wda-zuletzt     pic 9(8).
                       10 wda-ausgesetzt  pic x.
                       10 wda-bezeichnung pic x(30).
       01  ws-dauerauftrag-anzahl pic 9(3) value zero.
       01  ws-dauerauftrag-index pic 9(3).
       01  ws-dauerauftrag-fundindex pic 9(3).
       01  ws-dauerauftrag-eof-schalter pic x value "N".
               88 ws-dauerauftrag-eof value "J".
       01  ws-dauer-max-nummer  pic 9(6).
       01  ws-dauer-nummer      pic 9(6).
       01  ws-dauer-eingabe-schalter pic x value "J".
               88 ws-dauer-eingabe-ok value "J".
       01  ws-dauer-satzart     pic x.
       01  ws-dauer-bezeichnung pic x(30).
       01  ws-dauer-betrag      pic S9(10)V99.
       01  ws-dauer-operator    pic x.
       01  ws-dauer-zahl2       pic S9(10)V99.
       01  ws-dauer-prozent1    pic x.
       01  ws-dauer-prozent2    pic x.
       01  ws-dauer-richtung    pic x.
       01  ws-dauer-rhythmus    pic x.
       01  ws-dauer-erste       pic 9(8).
       01  ws-dauer-letzte      pic 9(8).
       01  ws-dauer-pruefdatum  pic 9(8).
       01  ws-dauer-datum-schalter pic x value "J".
               88 ws-dauer-datum-gueltig value "J".
       01  ws-dauer-nachholen   pic x.
       01  dauer-pflege-zeichen pic x.

       01  ws-wertgrenzen-tabelle.
               05 ws-wertgrenzen-eintrag occurs 200 times.
                       10 wwg-art         pic x.
                       10 wwg-schluessel  pic x(6).
                       10 wwg-grenze      pic 9(10)V99.
       01  ws-wertgrenzen-anzahl pic 9(3) value zero.
       01  ws-wertgrenzen-index pic 9(3).
       01  ws-wertgrenzen-fundindex pic 9(3).
       01  ws-wertgrenzen-eof-schalter pic x value "N".
               88 ws-wertgrenzen-eof value "J".
       01  ws-wertgrenze        pic 9(10)V99 value zero.
       01  ws-wertgrenze-schalter pic x value "N".
               88 ws-wertgrenze-gefunden value "J".
       01  ws-wertgrenze-betrag pic S9(10)V99.
       01  ws-wertgrenze-art    pic x.
       01  ws-wertgrenze-schluessel pic x(6).
       01  ws-wertgrenze-eingabe pic 9(10)V99.

       01  ws-offen-tabelle.
               05 ws-offen-eintrag occurs 1000 times.
                       10 wfo-nummer      pic 9(6).
                       10 wfo-status      pic x.
                       10 wfo-quelle      pic x.
                       10 wfo-erfasser    pic x(20).
                       10 wfo-erfasst-datum pic 9(8).
                       10 wfo-erfasst-zeit pic 9(8).
                       10 wfo-kostenstelle pic x(6).
                       10 wfo-satzart     pic x.
                       10 wfo-zahl1       pic S9(10)V99.
                       10 wfo-operator    pic x(1).
                       10 wfo-zahl2       pic S9(10)V99.
                       10 wfo-ergebnis    pic S9(10)V99.
                       10 wfo-rest        pic 9V9999.
                       10 wfo-grenze      pic 9(10)V99.
                       10 wfo-stkz        pic x(10).
                       10 wfo-steuer      pic S9(10)V99.
                       10 wfo-belegdatum  pic 9(8).
                       10 wfo-buchung-status pic x.
                       10 wfo-referenzart pic x.
                       10 wfo-bezug       pic 9(9).
                       10 wfo-zusatz      pic x(70).
                       10 wfo-satznummer  pic 9(9).
                       10 wfo-freigeber   pic x(20).
                       10 wfo-freigabe-datum pic 9(8).
                       10 wfo-freigabe-zeit pic 9(8).
                       10 wfo-schluessel  pic 9(9).
       01  ws-offen-anzahl      pic 9(4) value zero.
       01  ws-offen-index       pic 9(4).
       01  ws-offen-fundindex   pic 9(4).
       01  ws-offen-eof-schalter pic x value "N".
               88 ws-offen-eof value "J".
       01  ws-offen-nummer      pic 9(6).
       01  ws-offen-offene      pic 9(4).
       01  freigabe-pflege-zeichen pic x.
       01  freigabe-aktion-zeichen pic x.
       01  ws-freigabe-ereignis pic x(9).
       01  ws-freigabe-ok-schalter pic x value "N".
               88 ws-freigabe-ok value "J".
       01  ws-freigabe-erwartet pic x.
       01  ws-freigabe-geaendert-schalter pic x value "N".
               88 ws-freigabe-geaendert value "J".
       01  ws-freigabe-dateiname pic x(50)
               value "freigabe_offen.txt".
       01  ws-freigabe-neuname  pic x(50)
               value "freigabe_offen.neu".

       01  ws-budget-monat      pic 9(6).
       01  ws-budget-monat-teile redefines ws-budget-monat.
               05 ws-budget-jahr  pic 9(4).
               05 ws-budget-mm    pic 9(2).
       01  ws-budget-soll       pic 9(10)V99 value zero.
       01  ws-budget-warnprozent pic 9(3) value zero.
       01  ws-budget-tabelle.
               05 ws-budget-eintrag occurs 500 times.
                       10 wbu-kostenstelle pic x(6).
                       10 wbu-soll        pic 9(10)V99.
                       10 wbu-warnprozent pic 9(3).
                       10 wbu-ist         pic S9(12)V99.
       01  ws-budget-anzahl     pic 9(4) value zero.
       01  ws-budget-index      pic 9(4).
       01  ws-budget-fundindex  pic 9(4).
       01  ws-budget-geladen-monat pic 9(6) value zero.
       01  ws-budget-kostenstelle pic x(6).
       01  ws-budget-warnung-schalter pic x value "N".
               88 ws-budget-warnung value "J".
       01  ws-budget-eof-schalter pic x value "N".
               88 ws-budget-eof value "J".
       01  ws-budget-ist        pic S9(12)V99 value zero.
       01  ws-budget-neu        pic S9(12)V99 value zero.
       01  ws-budget-prozent    pic S9(5)V9 value zero.
       01  ws-budget-druck      pic z.zzz.zzz.zzz.zz9,99-.
       01  ws-budget-prozent-druck pic zzzz9,9-.
       01  ws-budget-soll-eingabe pic 9(10)V99.
       01  ws-budget-warn-eingabe pic 9(3).
       01  budget-pflege-zeichen pic x.
       01  ws-kostenstelle-bezeichnung pic x(30).

       01  ws-kurs-tabelle.
               05 ws-kurs-eintrag occurs 2000 times.
                       10 wk-von       pic x(3).
                       10 wk-nach      pic x(3).
                       10 wk-kurs      pic 9(4)V9(6).
                       10 wk-datum     pic 9(8).
       01  ws-kurs-anzahl       pic 9(4) value zero.
       01  ws-kurs-index        pic 9(4).
       01  ws-kurs-fundindex    pic 9(4).
       01  ws-kurs-funddatum    pic 9(8).
       01  ws-kurs-belegdatum   pic 9(8) value zero.
       01  ws-kurs-fruehestes-datum pic 9(8).
       01  ws-kurs-karenztage   pic 9(2) value 4.
       01  ws-kurs-paar-schalter pic x value "N".
               88 ws-kurs-paar-bekannt value "J".
       01  ws-kurs-datum-schalter pic x value "J".
               88 ws-kurs-datum-gueltig value "J".
       01  ws-kurs-grundcode    pic x(4).
       01  ws-kurs-eof-schalter pic x value "N".
               88 ws-kurs-eof value "J".
       01  ws-kurs-invers-schalter pic x value "N".
                display "6) Waehrungsumrechnung"
                display "7) Ausdruck berechnen"
                display "8) Audit-Log archivieren"
                display "A) Dauerauftraege pflegen"
                display "B) Freigaben und Wertgrenzen"
                display "C) Budgets und Kostenstellen"
                display "9) Beenden"
                move zero to eingabe-zeichen
                accept eingabe-zeichen
                        else
                         display "Nur fuer Schichtleiter zulaessig."
                        end-if
                   when "A"
                   when "a"
                        if ws-schichtleiter
                         perform dauerauftraege-pflegen
                        else
                         display "Nur fuer Schichtleiter zulaessig."
                        end-if
                   when "B"
                   when "b"
                        if ws-schichtleiter
                         perform freigaben-pflegen
                        else
                         display "Nur fuer Schichtleiter zulaessig."
                        end-if
                   when "C"
                   when "c"
                        if ws-schichtleiter
                         perform budgets-pflegen
                        else
                         display "Nur fuer Schichtleiter zulaessig."
                        end-if
                   when "9"
                        perform sitzungsabschluss-anzeigen
                        move "ABMELDUNG" to ws-anmelde-text
               ws-anmelde-text delimited by size
               into ws-audit-zeile
        end-string
        perform audit-satz-schreiben
        if ws-datei-belegt
         display "Audit-Eintrag konnte nicht geschrieben werden: "
                 ws-anmelde-text
        end-if
        exit.

       audit-satz-schreiben section.
        move "N" to ws-kette-fehler-schalter
        perform audit-log-oeffnen
        if not ws-datei-belegt
         perform kette-stand-lesen
         if not ws-kette-gefunden
          close audit-log-datei
          perform kette-stand-wiederherstellen
         end-if
        end-if
        if not ws-datei-belegt
         if ws-kette-fehler
          display "Audit-Eintrag nicht geschrieben, Kettenstand ist"
                  &" nicht ermittelbar."
          move "J" to ws-datei-belegt-schalter
         else
          add 1 to ws-kette-seq
          move " SEQ=" to ws-audit-zeile(302:5)
          move ws-kette-seq to ws-audit-zeile(307:9)
          move " VOR=" to ws-audit-zeile(316:5)
          move ws-kette-vor to ws-audit-zeile(321:10)
          perform kette-pruefwert-bilden
          move " PRF=" to ws-audit-zeile(331:5)
          move ws-kette-prf to ws-audit-zeile(336:10)
          move ws-audit-zeile to audit-satz
          write audit-satz
          perform kette-stand-schreiben
         end-if
         close audit-log-datei
        end-if
        exit.

       kette-stand-lesen section.
        move zero to ws-kette-seq
        move zero to ws-kette-vor
        move "N" to ws-kette-gefunden-schalter
        open input audit-kette-datei
        if ws-dateistatus = "00"
         read audit-kette-datei
             at end continue
             not at end
                 move ak-seq to ws-kette-seq
                 move ak-prf to ws-kette-vor
                 move "J" to ws-kette-gefunden-schalter
         end-read
         close audit-kette-datei
        end-if
        exit.

       kette-stand-wiederherstellen section.
        perform kette-aus-log-ermitteln
        move ws-kette-seq to ws-kette-ermittelt-seq
        move ws-kette-vor to ws-kette-ermittelt-vor
        perform audit-log-oeffnen
        if not ws-datei-belegt
         perform kette-stand-lesen
         if ws-kette-gefunden
          move "N" to ws-kette-fehler-schalter
         else
          move ws-kette-ermittelt-seq to ws-kette-seq
          move ws-kette-ermittelt-vor to ws-kette-vor
         end-if
        end-if
        exit.

       kette-aus-log-ermitteln section.
        open input audit-kette-quelle
        if ws-dateistatus = "00"
         move "N" to ws-kette-eof-schalter
         perform until ws-kette-eof
             read audit-kette-quelle
                 at end move "J" to ws-kette-eof-schalter
                 not at end
                     if audit-kette-quelle-satz(302:5) = " SEQ="
                        and audit-kette-quelle-satz(307:9) is numeric
                        and audit-kette-quelle-satz(336:10) is numeric
                      move audit-kette-quelle-satz(307:9)
                           to ws-kette-seq
                      move audit-kette-quelle-satz(336:10)
                           to ws-kette-vor
                     end-if
             end-read
         end-perform
         close audit-kette-quelle
        end-if
        if ws-kette-seq = zero
         perform kette-aus-archiv-ermitteln
        end-if
        exit.

       kette-aus-archiv-ermitteln section.
        move zero to ws-kette-archiv-monat
        move zero to ws-kette-archiv-bis
        open input archiv-protokoll-datei
        if ws-dateistatus = "00"
         move "N" to ws-kette-eof-schalter
         perform until ws-kette-eof
             read archiv-protokoll-datei
                 at end move "J" to ws-kette-eof-schalter
                 not at end
                     if archiv-protokoll-satz(1:7) = "ARCHIV "
                        and archiv-protokoll-satz(8:6) is numeric
                        and archiv-protokoll-satz(68:5) = " SEQ="
                        and archiv-protokoll-satz(83:9) is numeric
                      move archiv-protokoll-satz(83:9)
                           to ws-kette-archiv-wert
                      if ws-kette-archiv-wert > ws-kette-archiv-bis
                       move ws-kette-archiv-wert to ws-kette-archiv-bis
                       move archiv-protokoll-satz(8:6)
                            to ws-kette-archiv-monat
                      end-if
                     end-if
             end-read
         end-perform
         close archiv-protokoll-datei
        end-if
        if ws-kette-archiv-bis > zero
         move spaces to ws-kette-archivname
         string "audit_"                   delimited by size
                ws-kette-archiv-monat(1:4) delimited by size
                "_"                        delimited by size
                ws-kette-archiv-monat(5:2) delimited by size
                ".txt"                     delimited by size
                into ws-kette-archivname
         end-string
         open input kette-archiv-datei
         if ws-dateistatus = "00"
          move "N" to ws-kette-eof-schalter
          perform until ws-kette-eof
              read kette-archiv-datei
                  at end move "J" to ws-kette-eof-schalter
                  not at end
                      if kette-archiv-satz(302:5) = " SEQ="
                         and kette-archiv-satz(307:9) is numeric
                         and kette-archiv-satz(336:10) is numeric
                       move kette-archiv-satz(307:9) to ws-kette-seq
                       move kette-archiv-satz(336:10) to ws-kette-vor
                      end-if
              end-read
          end-perform
          close kette-archiv-datei
         end-if
         if ws-kette-seq = zero
          move "J" to ws-kette-fehler-schalter
          display "audit_kette.txt fehlt, audit_log.txt ohne"
                  &" Kettenzeilen,"
          display "letztes Archiv " function trim(ws-kette-archivname)
                  " (SEQ bis " ws-kette-archiv-bis ") nicht lesbar."
         end-if
        end-if
        exit.

       kette-stand-schreiben section.
        open output audit-kette-datei
        if ws-dateistatus = "00"
         move ws-kette-seq to ak-seq
         move ws-kette-prf to ak-prf
         move ws-audit-zeile(1:8) to ak-datum
         move ws-audit-zeile(10:8) to ak-zeit
         write audit-kette-satz
         close audit-kette-datei
        else
         display "Kettenstand audit_kette.txt kann nicht"
                 &" geschrieben werden."
        end-if
        exit.

       kette-pruefwert-bilden section.
        if not ws-kette-schluessel-gelesen
         move spaces to ws-kette-schluessel
         open input audit-schluessel-datei
         if ws-dateistatus = "00"
          read audit-schluessel-datei
              at end continue
              not at end
                  move audit-schluessel-satz to ws-kette-schluessel
          end-read
          close audit-schluessel-datei
         end-if
         move "J" to ws-kette-schluessel-schalter
        end-if
        move ws-kette-vor to ws-kette-wert
        perform varying ws-kette-pos from 1 by 1
                until ws-kette-pos > 40
            compute ws-kette-wert = function mod(ws-kette-wert * 131
                    + function ord(ws-kette-schluessel(ws-kette-pos:1)),
                    ws-kette-modul)
        end-perform
        perform varying ws-kette-pos from 1 by 1
                until ws-kette-pos > 330
            compute ws-kette-wert = function mod(ws-kette-wert * 131
                    + function ord(ws-audit-zeile(ws-kette-pos:1)),
                    ws-kette-modul)
        end-perform
        move ws-kette-wert to ws-kette-prf
        exit.

       audit-log-oeffnen section.
        move "N" to ws-datei-belegt-schalter
        move zero to ws-sperr-versuche
        move zero to ws-stapel-verarbeitet
        move zero to ws-stapel-abgelehnt
        move zero to ws-stapel-hashsumme
        move zero to ws-stapel-zurueckgestellt
        move zero to ws-stapel-zurueck-summe
        move zero to ws-stapel-budgetwarnungen
        move zero to ws-stapel-abgelehnt-lauf
        move zero to ws-stapel-zurueck-lauf
        move zero to ws-stapel-abschnitt-anzahl
        move zero to ws-budget-geladen-monat
        move "N" to ws-wiederanlauf-schalter
        perform stapel-checkpoint-pruefen
        perform stapel-freigabe-pruefen
        if not ws-stapel-freigegeben
         move "J" to ws-stapel-io-fehler-schalter
        else
         move "J" to ws-stapel-aktiv-schalter
         perform stapel-lauf-durchfuehren
         move "N" to ws-stapel-aktiv-schalter
        end-if
        move ws-kostenstelle-merker to ws-kostenstelle
        exit.

       stapel-lauf-durchfuehren section.
        move "N" to ws-stapel-eof-schalter
        open input stapel-eingabe-datei
        if ws-dateistatus not = "00"
         display "Stapeldatei stapel_eingabe.txt nicht gefunden."
                at end move "J" to ws-stapel-eof-schalter
            end-read
            perform until ws-stapel-eof
                if se-satzart-vorsatz or se-satzart-nachsatz
                 perform stapel-kontrollsatz-uebergehen
                else
                 perform stapel-satz-verarbeiten
                end-if
                read stapel-eingabe-datei
                    at end move "J" to ws-stapel-eof-schalter
                end-read
         end-if
        end-if
        close stapel-eingabe-datei
        if ws-stapel-eof
         perform stapel-eingabe-sichern
        end-if
        exit.

       stapel-freigabe-pruefen section.
        move "N" to ws-stapel-freigabe-schalter
        open input stapel-pruefergebnis-datei
        if ws-dateistatus not = "00"
         display "Keine Vorpruefung fuer stapel_eingabe.txt"
                 &" vorhanden, Stapel wird nicht gebucht."
        else
         read stapel-pruefergebnis-datei
             at end move spaces to stapel-pruefergebnis-satz
         end-read
         move stapel-pruefergebnis-satz to ws-pruefergebnis-kopie
         close stapel-pruefergebnis-datei
         if wpe-status not = "OK"
          display "Vorpruefung nicht bestanden (Status " wpe-status
                  "), Stapel wird nicht gebucht."
         else
          perform stapel-freigabe-abgleichen
         end-if
        end-if
        exit.

       stapel-freigabe-abgleichen section.
        move zero to ws-freigabe-satzanzahl
        move zero to ws-freigabe-summe
        open input stapel-eingabe-datei
        if ws-dateistatus not = "00"
         display "Stapeldatei stapel_eingabe.txt nicht gefunden."
        else
         move "N" to ws-stapel-eof-schalter
         perform until ws-stapel-eof
             read stapel-eingabe-datei
                 at end move "J" to ws-stapel-eof-schalter
                 not at end
                     evaluate true
                             when se-satzart-vorsatz
                             when se-satzart-nachsatz
                                  continue
                             when se-satzart-rechnung
                             when se-satzart-mwst
                             when se-satzart-waehrung
                                  add 1 to ws-freigabe-satzanzahl
                                  if se-zahl1 is numeric
                                   add se-zahl1 to ws-freigabe-summe
                                  end-if
                             when other
                                  add 1 to ws-freigabe-satzanzahl
                                  if sea-zahl1 is numeric
                                   add sea-zahl1 to ws-freigabe-summe
                                  end-if
                     end-evaluate
             end-read
         end-perform
         close stapel-eingabe-datei
         if ws-freigabe-satzanzahl = wpe-satzanzahl
            and ws-freigabe-summe = wpe-kontrollsumme
          move "J" to ws-stapel-freigabe-schalter
         else
          display "Stapeldatei wurde nach der Vorpruefung geaendert,"
                  &" Stapel wird nicht gebucht."
         end-if
        end-if
        exit.

       stapel-kontrollsatz-uebergehen section.
        add 1 to ws-stapel-gelesen
        perform stapel-checkpoint-schreiben
        exit.

       stapel-eingabe-sichern section.
        open output stapel-pruefergebnis-datei
        if ws-dateistatus = "00"
         move "GEBUCHT" to wpe-status
         move ws-pruefergebnis-kopie to stapel-pruefergebnis-satz
         write stapel-pruefergebnis-satz
         close stapel-pruefergebnis-datei
        end-if
        move spaces to ws-stapel-sicherungsname
        string "stapel_eingabe_" delimited by size
               ws-bericht-datum  delimited by size
               "_"               delimited by size
               ws-zeit(1:6)      delimited by size
               ".txt"            delimited by size
               into ws-stapel-sicherungsname
        end-string
        call "CBL_RENAME_FILE" using ws-stapel-eingabename
                                     ws-stapel-sicherungsname
        if return-code = zero
         display "Stapeldatei gebucht und gesichert als "
                 ws-stapel-sicherungsname
        else
         display "Stapeldatei konnte nicht umbenannt werden."
        end-if
        move zero to return-code
        exit.

       checkpoint-dateiname-bilden section.
                   move cp-verarbeitet to ws-stapel-verarbeitet
                   move cp-abgelehnt to ws-stapel-abgelehnt
                   move cp-hashsumme to ws-stapel-hashsumme
                   if cp-zurueckgestellt is numeric
                    move cp-zurueckgestellt
                         to ws-stapel-zurueckgestellt
                    move cp-zurueck-summe to ws-stapel-zurueck-summe
                   end-if
                   if cp-budgetwarnungen is numeric
                    move cp-budgetwarnungen
                         to ws-stapel-budgetwarnungen
                   end-if
                  end-if
                 end-if
         end-read
        move ws-stapel-verarbeitet to cp-verarbeitet
        move ws-stapel-abgelehnt to cp-abgelehnt
        move ws-stapel-hashsumme to cp-hashsumme
        move ws-stapel-zurueckgestellt to cp-zurueckgestellt
        move ws-stapel-zurueck-summe to cp-zurueck-summe
        move ws-stapel-budgetwarnungen to cp-budgetwarnungen
        write stapel-checkpoint-satz
        close stapel-checkpoint-datei
        exit.
        move ws-stapel-verarbeitet to cp-verarbeitet
        move ws-stapel-abgelehnt to cp-abgelehnt
        move ws-stapel-hashsumme to cp-hashsumme
        move ws-stapel-zurueckgestellt to cp-zurueckgestellt
        move ws-stapel-zurueck-summe to cp-zurueck-summe
        move ws-stapel-budgetwarnungen to cp-budgetwarnungen
        write stapel-checkpoint-satz
        close stapel-checkpoint-datei
        exit.
        move "N" to ws-stapel-fehler-schalter
        move "N" to ws-ueberlauf-schalter
        move "N" to ws-ablehnung-schalter
        move "N" to ws-zurueckstellung-schalter
        move "N" to ws-budget-warnung-schalter
        move spaces to ws-stapel-grundcode
        if se-satzart-rechnung or se-satzart-mwst
           or se-satzart-waehrung
         move ws-stapel-grundcode to sf-grundcode
         move stapel-eingabe-satz to sf-originalsatz
         write stapel-fehler-satz
         perform stapel-bericht-zeile-schreiben
         add 1 to ws-stapel-abgelehnt-lauf
         if ws-stapel-abgelehnt-lauf <= 500
          move sb-detailzeile
               to ws-stapel-abgelehnt-zeile(ws-stapel-abgelehnt-lauf)
         end-if
        else
         if ws-budget-warnung
          add 1 to ws-stapel-budgetwarnungen
         end-if
         if ws-zurueckgestellt
          add 1 to ws-stapel-zurueckgestellt
          add ergb to ws-stapel-zurueck-summe
          move "FREI" to ws-stapel-grundcode
          perform stapel-bericht-zeile-schreiben
          move spaces to ws-stapel-grundcode
          add 1 to ws-stapel-zurueck-lauf
          if ws-stapel-zurueck-lauf <= 500
           move sb-detailzeile to sbf-detail
           move ws-offen-nummer to sbf-nummer
           move ws-wertgrenze to sbf-grenze
           move sb-freigabezeile to ws-stapel-zurueck-zeile
                                   (ws-stapel-zurueck-lauf)
          end-if
         else
          add 1 to ws-stapel-verarbeitet
          add ergb to ws-stapel-hashsumme
          move zahl1 to sa-zahl1
          move operator to sa-operator
          move zahl2 to sa-zahl2
          move ergb to sa-ergebnis
          move modulo to sa-rest
          move "N" to sa-fehler
          write stapel-ausgabe-satz
          if ws-budget-warnung
           move "BUDW" to ws-stapel-grundcode
          end-if
          perform stapel-bericht-zeile-schreiben
          move spaces to ws-stapel-grundcode
         end-if
        end-if
        perform stapel-checkpoint-schreiben
        exit.

        move mwst-satz to zahl2
        move mwst-gesamtbetrag to ergb
        move mwst-steuerbetrag to modulo
        move ws-steuer-kennzeichen to ws-buchung-stkz
        move mwst-steuerbetrag to ws-buchung-steuer
        move ws-steuer-belegdatum to ws-buchung-belegdatum
        perform buchung-abschliessen
        exit.

       stapel-waehrung-verarbeiten section.
        move sew-betrag to zahl1
        move sew-von to ws-waehrung-von
        move sew-nach to ws-waehrung-nach
        if sew-belegdatum is numeric
         move sew-belegdatum to ws-kurs-belegdatum
        else
         move zero to ws-kurs-belegdatum
        end-if
        move "u" to operator
        perform kurs-ermitteln
        move ws-kurs-belegdatum to ws-buchung-belegdatum
        if ws-kurs-fundindex = zero
         evaluate ws-kurs-grundcode
                 when "DATU"
                      display "Belegdatum " ws-kurs-belegdatum
                              " im Stapel ungueltig."
                 when "KUDT"
                      display "Kein Kurs fuer " ws-waehrung-von "/"
                              ws-waehrung-nach " zum Belegdatum "
                              ws-kurs-belegdatum " im Stapel."
                 when other
                      display "Kein Kurs fuer " ws-waehrung-von "/"
                              ws-waehrung-nach " im Stapel hinterlegt."
         end-evaluate
         move ws-kurs-grundcode to ws-stapel-grundcode
         move spaces to ws-audit-zusatz
         string " GRUND="       delimited by size
                ws-kurs-grundcode delimited by size
                into ws-audit-zusatz
         end-string
         move "J" to ws-ablehnung-schalter
         move zero to zahl2
         perform audit-eintrag-schreiben
        else
                ws-kurs-invers-schalter delimited by size
                into ws-audit-zusatz
         end-string
         perform buchung-abschliessen
        end-if
        exit.

        move ws-bericht-gedruckt to sbs-anzahl
        move ws-stapel-verarbeitet to sbs-verarbeitet
        move ws-stapel-abgelehnt to sbs-abgelehnt
        move ws-stapel-zurueckgestellt to sbs-zurueckgestellt
        move ws-stapel-budgetwarnungen to sbs-budgetwarnungen
        perform stapel-bericht-zurueck-drucken
        perform stapel-bericht-abgelehnt-drucken
        write stapel-bericht-satz from sb-leerzeile
        write stapel-bericht-satz from sb-schlusszeile
        close stapel-bericht-datei
        display "Druckbericht " ws-bericht-dateiname " erstellt."
        exit.

       stapel-bericht-zurueck-drucken section.
        if ws-stapel-zurueckgestellt > zero
         perform stapel-bericht-seitenkopf
         move "ZUR FREIGABE ZURUECKGESTELLTE SAETZE"
              to sb-abschnittzeile
         write stapel-bericht-satz from sb-abschnittzeile
         write stapel-bericht-satz from sb-leerzeile
         add 2 to ws-bericht-zeilen
         move ws-stapel-zurueck-lauf to ws-stapel-abschnitt-anzahl
         if ws-stapel-abschnitt-anzahl > 500
          move 500 to ws-stapel-abschnitt-anzahl
         end-if
         move 1 to ws-stapel-abschnitt-index
         perform until ws-stapel-abschnitt-index
                       > ws-stapel-abschnitt-anzahl
             if ws-bericht-zeilen > 56
              perform stapel-bericht-seitenkopf
             end-if
             write stapel-bericht-satz
                   from ws-stapel-zurueck-zeile
                        (ws-stapel-abschnitt-index)
             add 1 to ws-bericht-zeilen
             add 1 to ws-stapel-abschnitt-index
         end-perform
         if ws-stapel-zurueckgestellt > ws-stapel-abschnitt-anzahl
          move "WEITERE SAETZE SIEHE freigabe_offen.txt"
               to sb-abschnittzeile
          write stapel-bericht-satz from sb-abschnittzeile
          add 1 to ws-bericht-zeilen
         end-if
        end-if
        exit.

       stapel-bericht-abgelehnt-drucken section.
        if ws-stapel-abgelehnt > zero
         perform stapel-bericht-seitenkopf
         move "ABGELEHNTE SAETZE" to sb-abschnittzeile
         write stapel-bericht-satz from sb-abschnittzeile
         write stapel-bericht-satz from sb-leerzeile
         add 2 to ws-bericht-zeilen
         move ws-stapel-abgelehnt-lauf to ws-stapel-abschnitt-anzahl
         if ws-stapel-abschnitt-anzahl > 500
          move 500 to ws-stapel-abschnitt-anzahl
         end-if
         move 1 to ws-stapel-abschnitt-index
         perform until ws-stapel-abschnitt-index
                       > ws-stapel-abschnitt-anzahl
             if ws-bericht-zeilen > 56
              perform stapel-bericht-seitenkopf
             end-if
             write stapel-bericht-satz
                   from ws-stapel-abgelehnt-zeile
                        (ws-stapel-abschnitt-index)
             add 1 to ws-bericht-zeilen
             add 1 to ws-stapel-abschnitt-index
         end-perform
         if ws-stapel-abgelehnt > ws-stapel-abschnitt-anzahl
          move "WEITERE SAETZE SIEHE stapel_fehler.txt"
               to sb-abschnittzeile
          write stapel-bericht-satz from sb-abschnittzeile
          add 1 to ws-bericht-zeilen
         end-if
        end-if
        exit.

       stapel-abstimmung-schreiben section.
        display "--- Abstimmung Stapellauf ---"
        display "Gelesene Saetze:     " ws-stapel-gelesen
        display "Verarbeitete Saetze: " ws-stapel-verarbeitet
        display "Abgelehnte Saetze:   " ws-stapel-abgelehnt
        display "Zur Freigabe:        " ws-stapel-zurueckgestellt
        compute ws-stapel-kontrollsaetze = ws-stapel-gelesen
                - ws-stapel-verarbeitet - ws-stapel-abgelehnt
                - ws-stapel-zurueckgestellt
        display "Vor-/Nachsaetze:     " ws-stapel-kontrollsaetze
        move ws-stapel-hashsumme to ws-stapel-hashsumme-druck
        display "Summe Ergebnisse:    " ws-stapel-hashsumme-druck
        move spaces to stapel-fehler-zeile
               into stapel-fehler-zeile
        end-string
        write stapel-fehler-zeile
        move ws-stapel-zurueck-summe to ws-stapel-hashsumme-druck
        display "Summe zur Freigabe:  " ws-stapel-hashsumme-druck
        move spaces to stapel-fehler-zeile
        string "ABSTIMMUNG FREIGABE=" delimited by size
               ws-stapel-zurueckgestellt delimited by size
               " SUMME="            delimited by size
               ws-stapel-hashsumme-druck delimited by size
               into stapel-fehler-zeile
        end-string
        write stapel-fehler-zeile
        display "Budgetwarnungen:     " ws-stapel-budgetwarnungen
        move spaces to stapel-fehler-zeile
        string "ABSTIMMUNG BUDGETWARNUNGEN=" delimited by size
               ws-stapel-budgetwarnungen delimited by size
               into stapel-fehler-zeile
        end-string
        write stapel-fehler-zeile
        exit.

       datenfelder-loeschen section.
             read kostenstellen-datei
                 at end move "J" to ws-kostenstellen-eof-schalter
                 not at end
                     if ws-kostenstellen-anzahl < 500
                      add 1 to ws-kostenstellen-anzahl
                      move ko-nummer to
                           wko-nummer(ws-kostenstellen-anzahl)
                 move "J" to ws-ueberlauf-schalter
         not on size error display ergb
         end-compute
         perform buchung-abschliessen
        end-if
        exit.

                move "J" to ws-ueberlauf-schalter
        not on size error display ergb
        end-compute
        perform buchung-abschliessen
        exit.

       speicherbefehl section.
                move "J" to ws-ueberlauf-schalter
        not on size error display ergb
        end-add
        perform buchung-abschliessen
        exit.

       subtrahieren section.
                move "J" to ws-ueberlauf-schalter
        not on size error display ergb
        end-subtract
        perform buchung-abschliessen
        exit.

       multiplizieren section.
                move "J" to ws-ueberlauf-schalter
        not on size error display ergb
        end-multiply
        perform buchung-abschliessen
        exit.

       dividieren section.
                 move "J" to ws-ueberlauf-schalter
         not on size error display ergb " Rest: " modulo
         end-divide
         perform buchung-abschliessen
        end-if
        exit.

                move "J" to ws-ueberlauf-schalter
        not on size error display ergb
        end-compute
        perform buchung-abschliessen
        exit.

       ausdruck-berechnen section.
        accept ws-waehrung-von
        display "Zielwaehrung (z.B. USD):"
        accept ws-waehrung-nach
        display "Belegdatum (JJJJMMTT, 0 = heute):"
        accept ws-kurs-belegdatum
        move "u" to operator
        perform kurs-ermitteln
        move ws-kurs-belegdatum to ws-buchung-belegdatum
        if ws-kurs-fundindex = zero
         evaluate ws-kurs-grundcode
                 when "DATU"
                      display "Belegdatum " ws-kurs-belegdatum
                              " ist ungueltig."
                 when "KUDT"
                      display "Kein Kurs fuer " ws-waehrung-von "/"
                              ws-waehrung-nach " zum Belegdatum "
                              ws-kurs-belegdatum " hinterlegt."
                 when other
                      display "Kein Kurs fuer " ws-waehrung-von "/"
                              ws-waehrung-nach " hinterlegt."
         end-evaluate
         move spaces to ws-audit-zusatz
         string " GRUND="       delimited by size
                ws-kurs-grundcode delimited by size
                into ws-audit-zusatz
         end-string
         move "J" to ws-ablehnung-schalter
         perform audit-eintrag-schreiben
        else
                ws-kurs-invers-schalter delimited by size
                into ws-audit-zusatz
         end-string
         perform buchung-abschliessen
         if not ws-ueberlauf-aufgetreten
          display "Umgerechneter Betrag: " ergb " "
                  ws-waehrung-nach
          display "Kurs: " ws-umrechnung-kurs " vom "
        move zero to ws-kurs-fundindex
        move zero to ws-kurs-funddatum
        move "N" to ws-kurs-invers-schalter
        move "N" to ws-kurs-paar-schalter
        move "J" to ws-kurs-datum-schalter
        if ws-kurs-belegdatum = zero
         accept ws-kurs-belegdatum from date yyyymmdd
        end-if
        if ws-kurs-belegdatum < 19000101
           or ws-kurs-belegdatum > 29991231
         move "N" to ws-kurs-datum-schalter
        else
         if function test-date-yyyymmdd(ws-kurs-belegdatum)
            not = zero
          move "N" to ws-kurs-datum-schalter
         end-if
        end-if
        if ws-kurs-datum-gueltig
         compute ws-tage-zahl =
                 function integer-of-date(ws-kurs-belegdatum)
                 - ws-kurs-karenztage
         compute ws-kurs-fruehestes-datum =
                 function date-of-integer(ws-tage-zahl)
         move 1 to ws-kurs-index
         perform until ws-kurs-index > ws-kurs-anzahl
             if wk-von(ws-kurs-index) = ws-waehrung-von
                and wk-nach(ws-kurs-index) = ws-waehrung-nach
                and wk-kurs(ws-kurs-index) > zero
              move "J" to ws-kurs-paar-schalter
              if wk-datum(ws-kurs-index) <= ws-kurs-belegdatum
                 and wk-datum(ws-kurs-index)
                     >= ws-kurs-fruehestes-datum
                 and wk-datum(ws-kurs-index) >= ws-kurs-funddatum
               move ws-kurs-index to ws-kurs-fundindex
               move wk-datum(ws-kurs-index) to ws-kurs-funddatum
              end-if
             end-if
             add 1 to ws-kurs-index
         end-perform
         if ws-kurs-fundindex = zero
          move 1 to ws-kurs-index
          perform until ws-kurs-index > ws-kurs-anzahl
              if wk-von(ws-kurs-index) = ws-waehrung-nach
                 and wk-nach(ws-kurs-index) = ws-waehrung-von
                 and wk-kurs(ws-kurs-index) > zero
               move "J" to ws-kurs-paar-schalter
               if wk-datum(ws-kurs-index) <= ws-kurs-belegdatum
                  and wk-datum(ws-kurs-index)
                      >= ws-kurs-fruehestes-datum
                  and wk-datum(ws-kurs-index) >= ws-kurs-funddatum
                move ws-kurs-index to ws-kurs-fundindex
                move wk-datum(ws-kurs-index) to ws-kurs-funddatum
                move "J" to ws-kurs-invers-schalter
               end-if
              end-if
              add 1 to ws-kurs-index
          end-perform
         end-if
        end-if
        evaluate true
                when ws-kurs-fundindex > zero
                     move spaces to ws-kurs-grundcode
                when not ws-kurs-datum-gueltig
                     move "DATU" to ws-kurs-grundcode
                when ws-kurs-paar-bekannt
                     move "KUDT" to ws-kurs-grundcode
                when other
                     move "KURS" to ws-kurs-grundcode
        end-evaluate
        exit.

       kurse-laden section.
             read kurs-datei
                 at end move "J" to ws-kurs-eof-schalter
                 not at end
                     if ws-kurs-anzahl < 2000
                      add 1 to ws-kurs-anzahl
                      move ku-von to wk-von(ws-kurs-anzahl)
                      move ku-nach to wk-nach(ws-kurs-anzahl)
          end-if
          move ws-satz-monat to ws-archiv-monat
          move zero to ws-archiv-zeilen
          move zero to ws-archiv-seq-von
          move zero to ws-archiv-seq-bis
          move spaces to ws-archiv-dateiname
          string "audit_"            delimited by size
                 ws-archiv-monat(1:4) delimited by size
          end-if
         end-if
         write archiv-satz from audit-satz
         if audit-satz(302:5) = " SEQ="
            and audit-satz(307:9) is numeric
          if ws-archiv-seq-von = zero
           move audit-satz(307:9) to ws-archiv-seq-von
          end-if
          move audit-satz(307:9) to ws-archiv-seq-bis
         end-if
         add 1 to ws-archiv-zeilen
         add 1 to ws-archiv-gesamt
        else
               ws-datum         delimited by size
               " DURCH "        delimited by size
               ws-bediener-id   delimited by size
               " SEQ="          delimited by size
               ws-archiv-seq-von delimited by size
               "-"              delimited by size
               ws-archiv-seq-bis delimited by size
               into archiv-protokoll-satz
        end-string
        write archiv-protokoll-satz
               ws-audit-zusatz delimited by size
               " KST="        delimited by size
               ws-kostenstelle delimited by size
               " VL="         delimited by size
               ws-buchung-schluessel delimited by size
               " REF="        delimited by size
               ws-buchung-referenzart delimited by size
               ws-buchung-bezug delimited by size
               " STKZ="       delimited by size
               ws-buchung-stkz delimited by size
               " STEUER="     delimited by size
               ws-buchung-steuer delimited by size
               " BELEG="      delimited by size
               ws-buchung-belegdatum delimited by size
               into ws-audit-zeile
        end-string
        if ws-buchung-erfasser not = spaces
         move " ERF=" to ws-audit-zeile(277:5)
         move ws-buchung-erfasser to ws-audit-zeile(282:20)
        end-if
        move spaces to ws-buchung-erfasser
        move spaces to ws-audit-zusatz
        move spaces to ws-buchung-stkz
        move zero to ws-buchung-steuer
        move zero to ws-buchung-belegdatum
        if ws-buchung-schluessel > zero
         move space to ws-buchung-status
         move space to ws-buchung-referenzart
         move zero to ws-buchung-bezug
        end-if
        move zero to ws-buchung-schluessel
        perform audit-satz-schreiben
        perform sitzungsstatistik-aktualisieren
        exit.

        display "Anzahl Überläufe: " ws-sitzung-ueberlauf-zaehler
        exit.

       buchung-abschliessen section.
        move zero to ws-buchung-schluessel
        move "N" to ws-zurueckstellung-schalter
        move "N" to ws-budget-warnung-schalter
        if not ws-ueberlauf-aufgetreten
           and not ws-ablehnung-aufgetreten
           and ws-buchung-status not = "G"
         perform budget-pruefen
        end-if
        if not ws-ueberlauf-aufgetreten
           and not ws-ablehnung-aufgetreten
           and not ws-nachbuchung-aktiv
           and ws-buchung-status not = "G"
         perform wertgrenze-pruefen
        end-if
        if ws-zurueckgestellt
         perform freigabe-vormerken
        else
         if not ws-ueberlauf-aufgetreten
            and not ws-ablehnung-aufgetreten
          perform verlauf-eintrag-schreiben
          move ws-buchung-schluessel to ws-nachbuchung-schluessel
          if ws-buchung-schluessel > zero
           perform budget-ist-fortschreiben
          end-if
         end-if
         perform audit-eintrag-schreiben
        end-if
        exit.

       budget-pruefen section.
        if ws-kostenstelle not = spaces
           and operator not = "u"
         accept ws-datum from date yyyymmdd
         move ws-datum(1:6) to ws-budget-monat
         if ws-budget-monat not = ws-budget-geladen-monat
          perform budgets-laden
         end-if
         move ws-kostenstelle to ws-budget-kostenstelle
         perform budget-suchen
         if ws-budget-fundindex > zero
          move wbu-soll(ws-budget-fundindex) to ws-budget-soll
          move wbu-warnprozent(ws-budget-fundindex)
               to ws-budget-warnprozent
          move wbu-ist(ws-budget-fundindex) to ws-budget-ist
         end-if
         if ws-budget-fundindex > zero and ws-budget-soll > zero
          compute ws-budget-neu = ws-budget-ist + ergb
          compute ws-budget-prozent rounded
                  = ws-budget-neu * 100 / ws-budget-soll
              on size error move 99999 to ws-budget-prozent
          end-compute
          move ws-budget-prozent to ws-budget-prozent-druck
          if ergb > zero and ws-budget-neu > ws-budget-soll
           move ws-budget-soll to ws-budget-druck
           display "Budget der Kostenstelle " ws-kostenstelle
                   " fuer " ws-budget-monat " ("
                   function trim(ws-budget-druck)
                   ") wuerde ueberschritten, Buchung abgelehnt."
           move "J" to ws-ablehnung-schalter
           move "BUDG" to ws-stapel-grundcode
           move " GRUND=BUDG" to ws-audit-zusatz
          else
           if ws-budget-neu * 100
              >= ws-budget-soll * ws-budget-warnprozent
            move "J" to ws-budget-warnung-schalter
            display "Warnung: Kostenstelle " ws-kostenstelle
                    " hat " function trim(ws-budget-prozent-druck)
                    " % des Budgets " ws-budget-monat " erreicht."
           end-if
          end-if
         end-if
        end-if
        exit.

       budget-suchen section.
        move zero to ws-budget-fundindex
        move 1 to ws-budget-index
        perform until ws-budget-index > ws-budget-anzahl
                or ws-budget-fundindex > zero
            if wbu-kostenstelle(ws-budget-index)
               = ws-budget-kostenstelle
             move ws-budget-index to ws-budget-fundindex
            else
             add 1 to ws-budget-index
            end-if
        end-perform
        exit.

       budgets-laden section.
        move zero to ws-budget-anzahl
        open input budget-datei
        if ws-dateistatus = "00"
         move "N" to ws-budget-eof-schalter
         perform until ws-budget-eof
             read budget-datei
                 at end move "J" to ws-budget-eof-schalter
                 not at end
                     if bu-monat = ws-budget-monat
                        and bu-soll is numeric
                      perform budget-aufnehmen
                     end-if
             end-read
         end-perform
         close budget-datei
        end-if
        if ws-budget-anzahl > zero
         perform budget-ist-ermitteln
        end-if
        move ws-budget-monat to ws-budget-geladen-monat
        exit.

       budget-aufnehmen section.
        move bu-kostenstelle to ws-budget-kostenstelle
        perform budget-suchen
        if ws-budget-fundindex = zero
         if ws-budget-anzahl < 500
          add 1 to ws-budget-anzahl
          move ws-budget-anzahl to ws-budget-fundindex
          move bu-kostenstelle
               to wbu-kostenstelle(ws-budget-fundindex)
          move zero to wbu-ist(ws-budget-fundindex)
         end-if
        end-if
        if ws-budget-fundindex > zero
         move bu-soll to wbu-soll(ws-budget-fundindex)
         if bu-warnprozent is numeric
            and bu-warnprozent > zero
          move bu-warnprozent to wbu-warnprozent(ws-budget-fundindex)
         else
          move 90 to wbu-warnprozent(ws-budget-fundindex)
         end-if
        end-if
        exit.

       budget-ist-ermitteln section.
        open input verlauf-datei
        if ws-dateistatus = "00"
         move "N" to ws-verlauf-eof-schalter
         perform until ws-verlauf-eof
             read verlauf-datei next
                 at end move "J" to ws-verlauf-eof-schalter
                 not at end
                     if vl-datum(1:6) = ws-budget-monat
                        and vl-kostenstelle not = spaces
                        and vl-operator not = "u"
                      move vl-kostenstelle to ws-budget-kostenstelle
                      perform budget-suchen
                      if ws-budget-fundindex > zero
                       add vl-ergebnis to wbu-ist(ws-budget-fundindex)
                      end-if
                     end-if
             end-read
         end-perform
         close verlauf-datei
        end-if
        exit.

       budget-ist-fortschreiben section.
        if ws-kostenstelle not = spaces
           and ws-budget-geladen-monat not = zero
           and operator not = "u"
         move ws-kostenstelle to ws-budget-kostenstelle
         perform budget-suchen
         if ws-budget-fundindex > zero
          add ergb to wbu-ist(ws-budget-fundindex)
         end-if
        end-if
        exit.

       wertgrenze-pruefen section.
        evaluate operator
                when "1"
                when "2"
                     move "M" to ws-buchung-satzart
                when "u"
                     move "W" to ws-buchung-satzart
                when other
                     move "R" to ws-buchung-satzart
        end-evaluate
        perform wertgrenzen-laden
        move "N" to ws-wertgrenze-schalter
        move zero to ws-wertgrenze
        move 1 to ws-wertgrenzen-index
        perform until ws-wertgrenzen-index > ws-wertgrenzen-anzahl
            if wwg-grenze(ws-wertgrenzen-index) > zero
             if (wwg-art(ws-wertgrenzen-index) = "K"
                 and ws-kostenstelle not = spaces
                 and wwg-schluessel(ws-wertgrenzen-index)
                     = ws-kostenstelle)
                or (wwg-art(ws-wertgrenzen-index) = "S"
                 and wwg-schluessel(ws-wertgrenzen-index)
                     = ws-buchung-satzart)
              if not ws-wertgrenze-gefunden
                 or wwg-grenze(ws-wertgrenzen-index) < ws-wertgrenze
               move wwg-grenze(ws-wertgrenzen-index) to ws-wertgrenze
               move "J" to ws-wertgrenze-schalter
              end-if
             end-if
            end-if
            add 1 to ws-wertgrenzen-index
        end-perform
        if ws-wertgrenze-gefunden
         move ergb to ws-wertgrenze-betrag
         if ws-wertgrenze-betrag < zero
          multiply -1 by ws-wertgrenze-betrag
         end-if
         if ws-wertgrenze-betrag > ws-wertgrenze
          move "J" to ws-zurueckstellung-schalter
         end-if
        end-if
        exit.

       wertgrenzen-laden section.
        move zero to ws-wertgrenzen-anzahl
        open input wertgrenzen-datei
        if ws-dateistatus = "00"
         move "N" to ws-wertgrenzen-eof-schalter
         perform until ws-wertgrenzen-eof
             read wertgrenzen-datei
                 at end move "J" to ws-wertgrenzen-eof-schalter
                 not at end
                     if wg-grenze is numeric
                      perform wertgrenze-aufnehmen
                     end-if
             end-read
         end-perform
         close wertgrenzen-datei
        end-if
        exit.

       wertgrenze-aufnehmen section.
        move zero to ws-wertgrenzen-fundindex
        move 1 to ws-wertgrenzen-index
        perform until ws-wertgrenzen-index > ws-wertgrenzen-anzahl
                or ws-wertgrenzen-fundindex > zero
            if wwg-art(ws-wertgrenzen-index) = wg-art
               and wwg-schluessel(ws-wertgrenzen-index)
                   = wg-schluessel
             move ws-wertgrenzen-index to ws-wertgrenzen-fundindex
            else
             add 1 to ws-wertgrenzen-index
            end-if
        end-perform
        if ws-wertgrenzen-fundindex > zero
         move wg-grenze to wwg-grenze(ws-wertgrenzen-fundindex)
        else
         if ws-wertgrenzen-anzahl < 200
          add 1 to ws-wertgrenzen-anzahl
          move wg-art to wwg-art(ws-wertgrenzen-anzahl)
          move wg-schluessel to wwg-schluessel(ws-wertgrenzen-anzahl)
          move wg-grenze to wwg-grenze(ws-wertgrenzen-anzahl)
         end-if
        end-if
        exit.

       freigabe-vormerken section.
        if ws-bediener-id = spaces
         move "UNBEKANNT" to ws-bediener-id
        end-if
        perform freigabe-datei-sperren
        if not ws-datei-belegt
         perform freigabe-nummer-ermitteln
         open extend freigabe-offen-datei
         if ws-dateistatus = "35"
          open output freigabe-offen-datei
         end-if
         if ws-dateistatus not = "00"
          close freigabe-sperr-datei
          move "J" to ws-datei-belegt-schalter
         end-if
        end-if
        if ws-datei-belegt
         display "Freigabedatei freigabe_offen.txt kann nicht"
                 &" geschrieben werden, Buchung abgelehnt."
         move "N" to ws-zurueckstellung-schalter
         move "J" to ws-ablehnung-schalter
         move "FOFF" to ws-stapel-grundcode
         move " GRUND=FOFF" to ws-audit-zusatz
         perform audit-eintrag-schreiben
        else
         accept ws-datum from date yyyymmdd
         accept ws-zeit from time
         move spaces to freigabe-offen-satz
         move ws-offen-nummer to fo-nummer
         move "O" to fo-status
         if ws-stapel-aktiv
          move "S" to fo-quelle
          move ws-stapel-gelesen to fo-satznummer
         else
          move "D" to fo-quelle
          move zero to fo-satznummer
         end-if
         move ws-bediener-id to fo-erfasser
         move ws-datum to fo-erfasst-datum
         move ws-zeit to fo-erfasst-zeit
         move ws-kostenstelle to fo-kostenstelle
         move ws-buchung-satzart to fo-satzart
         move zahl1 to fo-zahl1
         move operator to fo-operator
         move zahl2 to fo-zahl2
         move ergb to fo-ergebnis
         move modulo to fo-rest
         move ws-wertgrenze to fo-grenze
         move ws-buchung-stkz to fo-stkz
         move ws-buchung-steuer to fo-steuer
         move ws-buchung-belegdatum to fo-belegdatum
         move ws-buchung-status to fo-buchung-status
         move ws-buchung-referenzart to fo-referenzart
         move ws-buchung-bezug to fo-bezug
         move ws-audit-zusatz to fo-zusatz
         move zero to fo-freigabe-datum
         move zero to fo-freigabe-zeit
         move zero to fo-schluessel
         write freigabe-offen-satz
         close freigabe-offen-datei
         close freigabe-sperr-datei
         move spaces to ws-audit-zeile
         string ws-datum       delimited by size
                " "            delimited by size
                ws-zeit        delimited by size
                " "            delimited by size
                ws-bediener-id delimited by size
                " ZUR FREIGABE NR=" delimited by size
                ws-offen-nummer delimited by size
                " KST="        delimited by size
                ws-kostenstelle delimited by size
                " ERGEBNIS="   delimited by size
                ergb           delimited by size
                " GRENZE="     delimited by size
                ws-wertgrenze  delimited by size
                into ws-audit-zeile
         end-string
         perform audit-satz-schreiben
         if ws-datei-belegt
          display "Audit-Eintrag konnte nicht geschrieben werden:"
                  &" ZUR FREIGABE NR=" ws-offen-nummer
         end-if
         display "Ergebnis ueber der Wertgrenze " ws-wertgrenze
                 ", zur Freigabe zurueckgestellt unter Nr. "
                 ws-offen-nummer "."
         move spaces to ws-audit-zusatz
         move spaces to ws-buchung-stkz
         move zero to ws-buchung-steuer
         move zero to ws-buchung-belegdatum
         move space to ws-buchung-status
         move space to ws-buchung-referenzart
         move zero to ws-buchung-bezug
        end-if
        exit.

       freigabe-nummer-ermitteln section.
        move zero to ws-offen-nummer
        open input freigabe-lese-datei
        if ws-dateistatus = "00"
         move "N" to ws-offen-eof-schalter
         perform until ws-offen-eof
             read freigabe-lese-datei
                 at end move "J" to ws-offen-eof-schalter
                 not at end
                     if fl-nummer is numeric
                        and fl-nummer > ws-offen-nummer
                      move fl-nummer to ws-offen-nummer
                     end-if
             end-read
         end-perform
         close freigabe-lese-datei
        end-if
        add 1 to ws-offen-nummer
        exit.

       freigabe-datei-sperren section.
        move "N" to ws-datei-belegt-schalter
        move zero to ws-sperr-versuche
        open extend freigabe-sperr-datei
        if ws-dateistatus = "35"
         open output freigabe-sperr-datei
        end-if
        perform until ws-dateistatus = "00"
                or ws-sperr-versuche >= 5
            add 1 to ws-sperr-versuche
            display "Freigabedatei belegt (Status " ws-dateistatus
                    "), Versuch " ws-sperr-versuche " von 5."
            call "C$SLEEP" using ws-warte-sekunden
            open extend freigabe-sperr-datei
            if ws-dateistatus = "35"
             open output freigabe-sperr-datei
            end-if
        end-perform
        if ws-dateistatus not = "00"
         move "J" to ws-datei-belegt-schalter
        end-if
        exit.

       verlauf-eintrag-schreiben section.
        if ws-verlauf-naechster-schluessel = zero
         perform verlauf-schluessel-ermitteln
        end-if
        perform verlauf-oeffnen
        if not ws-datei-belegt
         perform verlauf-satz-anfuegen
         close verlauf-datei
        end-if
        exit.

       verlauf-satz-anfuegen section.
        accept ws-datum from date yyyymmdd
        accept ws-zeit from time
        move ws-datum to vl-datum
        move ws-zeit to vl-zeit
        move zahl1 to vl-zahl1
        move operator to vl-operator
        move zahl2 to vl-zahl2
        move ergb to vl-ergebnis
        move modulo to vl-rest
        move ws-kostenstelle to vl-kostenstelle
        move ws-buchung-status to vl-status
        move ws-buchung-bezug to vl-bezug
        move ws-buchung-stkz to vl-steuer-kennzeichen
        move ws-buchung-steuer to vl-steuerbetrag
        move ws-buchung-belegdatum to vl-belegdatum
        move "N" to ws-verlauf-geschrieben-schalter
        move zero to ws-sperr-versuche
        perform until ws-verlauf-geschrieben
                or ws-sperr-versuche >= 10
            move ws-verlauf-naechster-schluessel to vl-schluessel
            write verlauf-satz
                invalid key
                    add 1 to ws-sperr-versuche
                    add 1 to ws-verlauf-naechster-schluessel
                not invalid key
                    move "J" to ws-verlauf-geschrieben-schalter
                    move vl-schluessel to ws-buchung-schluessel
                    add 1 to ws-verlauf-naechster-schluessel
            end-write
        end-perform
        if not ws-verlauf-geschrieben
         display "Verlaufseintrag konnte nicht geschrieben"
                 &" werden."
        end-if
        exit.

       verlauf-schluessel-ermitteln section.
        move 1 to ws-verlauf-naechster-schluessel
        open input verlauf-datei
        display "3) Suche nach Operator"
        display "4) Suche nach Ergebnisbereich"
        display "5) CSV-Export fuer die Buchhaltung"
        display "6) Eintrag stornieren/korrigieren (Schichtleiter)"
        accept verlauf-auswahl-zeichen
        evaluate verlauf-auswahl-zeichen
                when "1" perform verlauf-letzte-anzeigen
                when "3" perform verlauf-suche-operator
                when "4" perform verlauf-suche-ergebnis
                when "5" perform verlauf-csv-export
                when "6"
                     if ws-schichtleiter
                      perform verlauf-stornieren
                     else
                      display "Nur fuer Schichtleiter zulaessig."
                     end-if
                when other display "Unbekannte Auswahl."
        end-evaluate
        exit.

       verlauf-stornieren section.
        display "Schluessel des zu stornierenden Eintrags:"
        move zero to ws-storno-schluessel
        accept ws-storno-schluessel
        perform storno-original-lesen
        if ws-storno-gefunden
         display vs-schluessel " " vs-datum " " vs-zeit " "
                 vs-zahl1 " " vs-operator " " vs-zahl2 " = "
                 vs-ergebnis " KST " vs-kostenstelle
         evaluate true
                 when vs-status = "S"
                      display "Eintrag ist bereits storniert,"
                              &" Gegenbuchung " vs-bezug "."
                 when vs-status = "G"
                      display "Eine Gegenbuchung kann nicht"
                              &" storniert werden."
                 when other
                      perform storno-durchfuehren
         end-evaluate
        end-if
        exit.

       storno-original-lesen section.
        move "N" to ws-storno-gefunden-schalter
        open input verlauf-datei
        if ws-dateistatus not = "00"
         display "Es liegt noch kein Verlauf vor."
        else
         move ws-storno-schluessel to vl-schluessel
         read verlauf-datei
             invalid key
                 display "Kein Verlaufseintrag mit Schluessel "
                         ws-storno-schluessel " vorhanden."
             not invalid key
                 move "J" to ws-storno-gefunden-schalter
                 move verlauf-satz to ws-storno-original
         end-read
         close verlauf-datei
        end-if
        exit.

       storno-durchfuehren section.
        display "Stornogrund (Pflichtangabe):"
        move spaces to ws-storno-grund
        accept ws-storno-grund
        if ws-storno-grund = spaces
         display "Ohne Stornogrund wird nicht storniert."
        else
         perform datenfelder-loeschen
         move "N" to ws-ueberlauf-schalter
         move "N" to ws-ablehnung-schalter
         compute zahl1 = zero - vs-zahl1
         move vs-operator to operator
         move vs-zahl2 to zahl2
         compute ergb = zero - vs-ergebnis
         move vs-rest to modulo
         move vs-steuer-kennzeichen to ws-buchung-stkz
         compute ws-buchung-steuer = zero - vs-steuerbetrag
         move vs-belegdatum to ws-buchung-belegdatum
         move ws-kostenstelle to ws-storno-kst-merker
         move vs-kostenstelle to ws-kostenstelle
         move "G" to ws-buchung-status
         move "S" to ws-buchung-referenzart
         move vs-schluessel to ws-buchung-bezug
         move zero to ws-buchung-schluessel
         move "N" to ws-storno-konflikt-schalter
         perform storno-buchen
         move ws-buchung-schluessel to ws-storno-gegenschluessel
         move spaces to ws-audit-zusatz
         if ws-storno-konflikt
          string " GRUND=STOR STORNOGRUND=" delimited by size
                 ws-storno-grund delimited by size
                 into ws-audit-zusatz
          end-string
         else
          string " STORNOGRUND=" delimited by size
                 ws-storno-grund delimited by size
                 into ws-audit-zusatz
          end-string
         end-if
         if ws-storno-gegenschluessel = zero
          move "J" to ws-ablehnung-schalter
          move space to ws-buchung-referenzart
          move zero to ws-buchung-bezug
         end-if
         perform audit-eintrag-schreiben
         move space to ws-buchung-status
         move space to ws-buchung-referenzart
         move zero to ws-buchung-bezug
         if ws-storno-gegenschluessel = zero
          if ws-storno-konflikt
           display "Storno abgelehnt."
          else
           display "Gegenbuchung konnte nicht geschrieben werden,"
                   &" Storno abgebrochen."
          end-if
         else
          perform budget-ist-fortschreiben
          display "Eintrag " vs-schluessel " storniert,"
                  &" Gegenbuchung " ws-storno-gegenschluessel "."
          perform storno-korrektur-anbieten
         end-if
         move ws-storno-kst-merker to ws-kostenstelle
        end-if
        exit.

       storno-buchen section.
        if ws-verlauf-naechster-schluessel = zero
         perform verlauf-schluessel-ermitteln
        end-if
        perform verlauf-oeffnen
        if not ws-datei-belegt
         move vs-schluessel to vl-schluessel
         read verlauf-datei with lock
             invalid key
                 display "Originaleintrag " vs-schluessel
                         " nicht mehr vorhanden."
                 move "J" to ws-storno-konflikt-schalter
             not invalid key
                 if vl-storniert
                  display "Eintrag " vs-schluessel
                          " wurde zwischenzeitlich bereits durch "
                          vl-bezug " storniert."
                  move "J" to ws-storno-konflikt-schalter
                 end-if
         end-read
         if not ws-storno-konflikt
          perform verlauf-satz-anfuegen
          if ws-verlauf-geschrieben
           perform storno-original-kennzeichnen
          end-if
         end-if
         close verlauf-datei
        end-if
        exit.

       storno-original-kennzeichnen section.
        move vs-schluessel to vl-schluessel
        read verlauf-datei with lock
            invalid key
                display "Originaleintrag " vs-schluessel " konnte nicht"
                        &" gekennzeichnet werden."
            not invalid key
                move "S" to vl-status
                move ws-buchung-schluessel to vl-bezug
                rewrite verlauf-satz
                    invalid key
                        display "Originaleintrag " vs-schluessel
                                " konnte nicht gekennzeichnet werden."
                end-rewrite
        end-read
        exit.

       storno-korrektur-anbieten section.
        display "Korrekturbuchung erfassen? (j)a oder nein"
        accept ws-storno-zeichen
        if ws-storno-zeichen = "j" or "J"
         move "K" to ws-buchung-status
         move "K" to ws-buchung-referenzart
         move vs-schluessel to ws-buchung-bezug
         evaluate vs-operator
                 when "1"
                 when "2"
                      perform mehrwertsteuer-berechnung
                 when "u"
                      perform waehrung-umrechnen
                 when other
                      perform eingabe-zahlen
         end-evaluate
         if ws-buchung-status = "K"
          display "Keine Korrekturbuchung geschrieben."
         end-if
         move space to ws-buchung-status
         move space to ws-buchung-referenzart
         move zero to ws-buchung-bezug
        end-if
        exit.

       verlauf-status-anzeigen section.
        evaluate ws-anzeige-status
                when "S"
                     display "    STORNIERT DURCH GEGENBUCHUNG "
                             ws-anzeige-bezug
                when "G"
                     display "    GEGENBUCHUNG ZU EINTRAG "
                             ws-anzeige-bezug
                when "K"
                     display "    KORREKTUR ZU EINTRAG "
                             ws-anzeige-bezug
        end-evaluate
        exit.

       verlauf-csv-export section.
        display "Auswahl fuer den Export:"
        display "1) Zeitraum"
        move vl-zahl2 to ws-csv-betrag2
        move vl-ergebnis to ws-csv-ergebnis
        move vl-rest to ws-csv-rest
        move vl-steuerbetrag to ws-csv-steuer
        move spaces to ws-csv-zeile
        string vl-schluessel   delimited by size
               ";"             delimited by size
               vl-datum        delimited by size
               ";"             delimited by size
               vl-zeit         delimited by size
               ";"             delimited by size
               ws-csv-rest     delimited by size
               ";"             delimited by size
               vl-kostenstelle delimited by size
               ";"             delimited by size
               vl-status       delimited by size
               ";"             delimited by size
               vl-bezug        delimited by size
               ";"             delimited by size
               vl-steuer-kennzeichen delimited by space
               ";"             delimited by size
               function trim(ws-csv-steuer) delimited by size
               ";"             delimited by size
               vl-belegdatum   delimited by size
               into ws-csv-zeile
        end-string
        write verlauf-export-satz from ws-csv-zeile
                 not at end
                     if ws-verlauf-anzahl < 2000
                      add 1 to ws-verlauf-anzahl
                      move vl-schluessel to
                           wv-schluessel(ws-verlauf-anzahl)
                      move vl-datum    to wv-datum(ws-verlauf-anzahl)
                      move vl-zeit     to wv-zeit(ws-verlauf-anzahl)
                      move vl-zahl1    to wv-zahl1(ws-verlauf-anzahl)
                      move vl-ergebnis to
                           wv-ergebnis(ws-verlauf-anzahl)
                      move vl-rest     to wv-rest(ws-verlauf-anzahl)
                      move vl-status   to wv-status(ws-verlauf-anzahl)
                      move vl-bezug    to wv-bezug(ws-verlauf-anzahl)
                     end-if
             end-read
         end-perform
          move "N" to ws-verlauf-abbruch-schalter
          move ws-verlauf-anzahl to ws-verlauf-zeiger
          perform until ws-verlauf-zeiger = zero or ws-verlauf-abbruch
              display wv-schluessel(ws-verlauf-zeiger) " "
                      wv-datum(ws-verlauf-zeiger) " "
                      wv-zeit(ws-verlauf-zeiger) " "
                      wv-zahl1(ws-verlauf-zeiger) " "
                      wv-operator(ws-verlauf-zeiger) " "
                      wv-zahl2(ws-verlauf-zeiger) " = "
                      wv-ergebnis(ws-verlauf-zeiger) " Rest: "
                      wv-rest(ws-verlauf-zeiger)
              move wv-status(ws-verlauf-zeiger) to ws-anzeige-status
              move wv-bezug(ws-verlauf-zeiger) to ws-anzeige-bezug
              perform verlauf-status-anzeigen
              display "Weiter: Eingabetaste - Abbruch: q"
              accept verlauf-anzeige-zeichen
              if verlauf-anzeige-zeichen = "q" or "Q"
           move "J" to ws-verlauf-abbruch-schalter
          else
           move spaces to ws-csv-zeile
           move "SCHLUESSEL;DATUM;ZEIT;ZAHL1;OPERATOR;ZAHL2;"
                &"ERGEBNIS;REST;KOSTENSTELLE;STATUS;BEZUG;STEUERKZ;"
                &"STEUER;BELEGDATUM"
                to ws-csv-zeile
           write verlauf-export-satz from ws-csv-zeile
          end-if
         end-if
         if ws-export-aktiv
          perform verlauf-csv-zeile-schreiben
         else
          display vl-schluessel " " vl-datum " " vl-zeit " "
                  vl-zahl1 " " vl-operator " " vl-zahl2 " = "
                  vl-ergebnis " Rest: " vl-rest
          move vl-status to ws-anzeige-status
          move vl-bezug to ws-anzeige-bezug
          perform verlauf-status-anzeigen
          display "Weiter: Eingabetaste - Abbruch: q"
          accept verlauf-anzeige-zeichen
          if verlauf-anzeige-zeichen = "q" or "Q"
        end-perform
        exit.

       dauerauftraege-pflegen section.
        display "1) Dauerauftrag anlegen"
        display "2) Dauerauftrag aussetzen/wieder aufnehmen"
        display "3) Dauerauftrag beenden"
        display "4) Dauerauftraege anzeigen"
        accept dauer-pflege-zeichen
        evaluate dauer-pflege-zeichen
                when "1" perform dauerauftrag-anlegen
                when "2" perform dauerauftrag-aussetzen
                when "3" perform dauerauftrag-beenden
                when "4" perform dauerauftraege-anzeigen
                when other display "Unbekannte Auswahl."
        end-evaluate
        exit.

       dauerauftrag-anlegen section.
        perform dauerauftraege-laden
        if ws-dauerauftrag-anzahl >= 500
         display "Dauerauftragsstamm ist voll (500 Auftraege)."
        else
         move "J" to ws-dauer-eingabe-schalter
         move zero to ws-dauer-betrag
         move zero to ws-dauer-zahl2
         move spaces to ws-dauer-operator
         move spaces to ws-dauer-prozent1
         move spaces to ws-dauer-prozent2
         move spaces to ws-dauer-richtung
         move spaces to ws-steuer-kennzeichen
         move spaces to ws-waehrung-von
         move spaces to ws-waehrung-nach
         display "Satzart (R = Rechnung, M = Mehrwertsteuer,"
                 &" W = Waehrung):"
         accept ws-dauer-satzart
         inspect ws-dauer-satzart converting "rmw" to "RMW"
         evaluate ws-dauer-satzart
                 when "R" perform dauerauftrag-rechnung-erfragen
                 when "M" perform dauerauftrag-mwst-erfragen
                 when "W" perform dauerauftrag-waehrung-erfragen
                 when other
                      display "Unbekannte Satzart."
                      move "N" to ws-dauer-eingabe-schalter
         end-evaluate
         if ws-dauer-eingabe-ok
          perform dauerauftrag-termine-erfragen
         end-if
         if ws-dauer-eingabe-ok
          perform dauerauftrag-speichern
         else
          display "Dauerauftrag wurde nicht angelegt."
         end-if
        end-if
        exit.

       dauerauftrag-rechnung-erfragen section.
        display "Erste Zahl:"
        accept ws-dauer-betrag
        display "Erste Zahl in Prozent (j/n):"
        accept ws-dauer-prozent1
        display "Operator (+ - * / p):"
        accept ws-dauer-operator
        display "Zweite Zahl:"
        accept ws-dauer-zahl2
        display "Zweite Zahl in Prozent (j/n):"
        accept ws-dauer-prozent2
        if ws-dauer-prozent1 not = "j" and not = "J"
         move spaces to ws-dauer-prozent1
        end-if
        if ws-dauer-prozent2 not = "j" and not = "J"
         move spaces to ws-dauer-prozent2
        end-if
        evaluate ws-dauer-operator
                when "+"
                when "-"
                when "*"
                when "x"
                when "X"
                when "/"
                when ":"
                when "p"
                when "P"
                     continue
                when other
                     display "Unbekannter Operator."
                     move "N" to ws-dauer-eingabe-schalter
        end-evaluate
        exit.

       dauerauftrag-mwst-erfragen section.
        display "Betrag:"
        accept ws-dauer-betrag
        display "Richtung (1 = netto zu brutto, 2 = brutto zu netto):"
        accept ws-dauer-richtung
        display "Satzkennzeichen (z.B. DE-VOLL, DE-ERM):"
        accept ws-steuer-kennzeichen
        if ws-dauer-richtung not = "1" and not = "2"
         display "Unbekannte Richtung."
         move "N" to ws-dauer-eingabe-schalter
        else
         move 29991231 to ws-steuer-belegdatum
         perform steuersatz-ermitteln
         if ws-steuer-fundindex = zero
          display "Kein Steuersatz fuer " ws-steuer-kennzeichen
                  " hinterlegt."
          move "N" to ws-dauer-eingabe-schalter
         end-if
        end-if
        exit.

       dauerauftrag-waehrung-erfragen section.
        display "Betrag:"
        accept ws-dauer-betrag
        display "Waehrung von (z.B. EUR):"
        accept ws-waehrung-von
        display "Waehrung nach (z.B. USD):"
        accept ws-waehrung-nach
        if ws-waehrung-von = spaces or ws-waehrung-nach = spaces
         display "Waehrungen duerfen nicht leer sein."
         move "N" to ws-dauer-eingabe-schalter
        else
         if ws-waehrung-von = ws-waehrung-nach
          display "Quell- und Zielwaehrung sind gleich."
          move "N" to ws-dauer-eingabe-schalter
         else
          move zero to ws-kurs-belegdatum
          perform kurs-ermitteln
          if ws-kurs-fundindex = zero and not ws-kurs-paar-bekannt
           display "Kein Kurs fuer " ws-waehrung-von "/"
                   ws-waehrung-nach " hinterlegt."
           move "N" to ws-dauer-eingabe-schalter
          end-if
         end-if
        end-if
        exit.

       dauerauftrag-termine-erfragen section.
        display "Bezeichnung:"
        accept ws-dauer-bezeichnung
        perform kostenstellen-laden
        display "Kostenstelle:"
        accept ws-kostenstelle-eingabe
        perform kostenstelle-pruefen
        evaluate true
                when ws-kostenstellen-anzahl = zero
                     display "Kostenstellenstamm ist leer, ohne"
                             &" Kostenstelle wird kein Dauerauftrag"
                             &" angelegt."
                     move "N" to ws-dauer-eingabe-schalter
                when ws-kostenstelle-eingabe = spaces
                     display "Kostenstelle ist Pflichtangabe."
                     move "N" to ws-dauer-eingabe-schalter
                when ws-kostenstellen-fundindex = zero
                     display "Kostenstelle " ws-kostenstelle-eingabe
                             " ist nicht im Stamm hinterlegt."
                     move "N" to ws-dauer-eingabe-schalter
        end-evaluate
        if ws-dauer-eingabe-ok
         display "Rhythmus (M = monatlich, Q = vierteljaehrlich,"
                 &" H = halbjaehrlich, J = jaehrlich):"
         accept ws-dauer-rhythmus
         inspect ws-dauer-rhythmus converting "mqhj" to "MQHJ"
         if ws-dauer-rhythmus not = "M" and not = "Q"
                          and not = "H" and not = "J"
          display "Unbekannter Rhythmus."
          move "N" to ws-dauer-eingabe-schalter
         end-if
        end-if
        if ws-dauer-eingabe-ok
         display "Erste Ausfuehrung (JJJJMMTT):"
         accept ws-dauer-erste
         move ws-dauer-erste to ws-dauer-pruefdatum
         perform dauer-datum-pruefen
         if not ws-dauer-datum-gueltig
          display "Datum der ersten Ausfuehrung ungueltig."
          move "N" to ws-dauer-eingabe-schalter
         end-if
        end-if
        if ws-dauer-eingabe-ok
         display "Letzte Ausfuehrung (JJJJMMTT, 0 = unbegrenzt):"
         accept ws-dauer-letzte
         if ws-dauer-letzte not = zero
          move ws-dauer-letzte to ws-dauer-pruefdatum
          perform dauer-datum-pruefen
          if not ws-dauer-datum-gueltig
           display "Datum der letzten Ausfuehrung ungueltig."
           move "N" to ws-dauer-eingabe-schalter
          else
           if ws-dauer-letzte < ws-dauer-erste
            display "Letzte Ausfuehrung liegt vor der ersten."
            move "N" to ws-dauer-eingabe-schalter
           end-if
          end-if
         end-if
        end-if
        exit.

       dauer-datum-pruefen section.
        move "J" to ws-dauer-datum-schalter
        if ws-dauer-pruefdatum < 19000101
           or ws-dauer-pruefdatum > 29991231
         move "N" to ws-dauer-datum-schalter
        else
         if function test-date-yyyymmdd(ws-dauer-pruefdatum)
            not = zero
          move "N" to ws-dauer-datum-schalter
         end-if
        end-if
        exit.

       dauerauftrag-speichern section.
        compute ws-dauer-nummer = ws-dauer-max-nummer + 1
        open extend dauerauftrag-datei
        if ws-dateistatus = "35"
         open output dauerauftrag-datei
        end-if
        if ws-dateistatus not = "00"
         display "Stammdatei dauerauftrag_stamm.txt kann nicht"
                 &" geoeffnet werden."
        else
         move spaces to dauerauftrag-satz
         move ws-dauer-nummer to da-nummer
         move ws-dauer-satzart to da-satzart
         move ws-kostenstelle-eingabe to da-kostenstelle
         evaluate ws-dauer-satzart
                 when "R"
                      move ws-dauer-betrag to da-zahl1
                      move ws-dauer-operator to da-operator
                      move ws-dauer-zahl2 to da-zahl2
                      move ws-dauer-prozent1 to da-prozent1
                      move ws-dauer-prozent2 to da-prozent2
                 when "M"
                      move ws-dauer-betrag to dam-betrag
                      move ws-dauer-richtung to dam-richtung
                      move ws-steuer-kennzeichen to dam-kennzeichen
                      move zero to dam-belegdatum
                 when "W"
                      move ws-dauer-betrag to daw-betrag
                      move ws-waehrung-von to daw-von
                      move ws-waehrung-nach to daw-nach
                      move zero to daw-belegdatum
         end-evaluate
         move ws-dauer-rhythmus to da-rhythmus
         move ws-dauer-erste to da-erste-ausfuehrung
         move ws-dauer-letzte to da-letzte-ausfuehrung
         move zero to da-zuletzt-ausgefuehrt
         move "N" to da-ausgesetzt
         move ws-dauer-bezeichnung to da-bezeichnung
         write dauerauftrag-satz
         close dauerauftrag-datei
         display "Dauerauftrag " ws-dauer-nummer " angelegt, erste"
                 &" Ausfuehrung am " ws-dauer-erste "."
        end-if
        exit.

       dauerauftraege-laden section.
        move zero to ws-dauerauftrag-anzahl
        move zero to ws-dauer-max-nummer
        open input dauerauftrag-datei
        if ws-dateistatus = "00"
         move "N" to ws-dauerauftrag-eof-schalter
         perform until ws-dauerauftrag-eof
             read dauerauftrag-datei
                 at end move "J" to ws-dauerauftrag-eof-schalter
                 not at end
                     if ws-dauerauftrag-anzahl < 500
                      add 1 to ws-dauerauftrag-anzahl
                      move dauerauftrag-satz to
                           ws-dauerauftrag-eintrag
                           (ws-dauerauftrag-anzahl)
                     end-if
                     if da-nummer is numeric
                        and da-nummer > ws-dauer-max-nummer
                      move da-nummer to ws-dauer-max-nummer
                     end-if
             end-read
         end-perform
         close dauerauftrag-datei
        end-if
        exit.

       dauerauftrag-suchen section.
        display "Nummer des Dauerauftrags:"
        accept ws-dauer-nummer
        perform dauerauftraege-laden
        move zero to ws-dauerauftrag-fundindex
        move 1 to ws-dauerauftrag-index
        perform until ws-dauerauftrag-index > ws-dauerauftrag-anzahl
                or ws-dauerauftrag-fundindex > zero
            if wda-nummer(ws-dauerauftrag-index) = ws-dauer-nummer
             move ws-dauerauftrag-index to ws-dauerauftrag-fundindex
            else
             add 1 to ws-dauerauftrag-index
            end-if
        end-perform
        if ws-dauerauftrag-fundindex = zero
         display "Dauerauftrag " ws-dauer-nummer " nicht gefunden."
        end-if
        exit.

       dauerauftrag-aussetzen section.
        perform dauerauftrag-suchen
        if ws-dauerauftrag-fundindex > zero
         if wda-ausgesetzt(ws-dauerauftrag-fundindex) = "J"
          display "Ausgefallene Termine nachholen (j/n):"
          accept ws-dauer-nachholen
          if ws-dauer-nachholen not = "j" and not = "J"
           accept ws-datum from date yyyymmdd
           compute ws-tage-zahl =
                   function integer-of-date(ws-datum) - 1
           compute ws-gestern =
                   function date-of-integer(ws-tage-zahl)
           if ws-gestern > wda-zuletzt(ws-dauerauftrag-fundindex)
            move ws-gestern to
                 wda-zuletzt(ws-dauerauftrag-fundindex)
           end-if
          end-if
          move "N" to wda-ausgesetzt(ws-dauerauftrag-fundindex)
          perform dauerauftraege-schreiben
          display "Dauerauftrag " ws-dauer-nummer
                  " wieder aufgenommen."
         else
          move "J" to wda-ausgesetzt(ws-dauerauftrag-fundindex)
          perform dauerauftraege-schreiben
          display "Dauerauftrag " ws-dauer-nummer " ausgesetzt."
         end-if
        end-if
        exit.

       dauerauftrag-beenden section.
        perform dauerauftrag-suchen
        if ws-dauerauftrag-fundindex > zero
         display "Letzte Ausfuehrung (JJJJMMTT, 0 = heute):"
         accept ws-dauer-letzte
         if ws-dauer-letzte = zero
          accept ws-dauer-letzte from date yyyymmdd
         end-if
         move ws-dauer-letzte to ws-dauer-pruefdatum
         perform dauer-datum-pruefen
         if not ws-dauer-datum-gueltig
          display "Datum der letzten Ausfuehrung ungueltig."
         else
          if ws-dauer-letzte < wda-erste(ws-dauerauftrag-fundindex)
           display "Hinweis: Dauerauftrag wird nicht mehr"
                   &" ausgefuehrt."
          end-if
          move ws-dauer-letzte to
               wda-letzte(ws-dauerauftrag-fundindex)
          perform dauerauftraege-schreiben
          display "Dauerauftrag " ws-dauer-nummer " endet mit dem "
                  ws-dauer-letzte "."
         end-if
        end-if
        exit.

       dauerauftraege-schreiben section.
        open output dauerauftrag-datei
        if ws-dateistatus not = "00"
         display "Stammdatei dauerauftrag_stamm.txt kann nicht"
                 &" geschrieben werden."
        else
         move 1 to ws-dauerauftrag-index
         perform until ws-dauerauftrag-index > ws-dauerauftrag-anzahl
             write dauerauftrag-satz from
                   ws-dauerauftrag-eintrag(ws-dauerauftrag-index)
             add 1 to ws-dauerauftrag-index
         end-perform
         close dauerauftrag-datei
        end-if
        exit.

       dauerauftraege-anzeigen section.
        perform dauerauftraege-laden
        if ws-dauerauftrag-anzahl = zero
         display "Keine Dauerauftraege vorhanden."
        else
         move 1 to ws-dauerauftrag-index
         perform until ws-dauerauftrag-index > ws-dauerauftrag-anzahl
             display wda-nummer(ws-dauerauftrag-index) " "
                     wda-satzart(ws-dauerauftrag-index) " "
                     wda-kostenstelle(ws-dauerauftrag-index) " "
                     wda-betrag(ws-dauerauftrag-index) " "
                     wda-rhythmus(ws-dauerauftrag-index) " ab "
                     wda-erste(ws-dauerauftrag-index) " bis "
                     wda-letzte(ws-dauerauftrag-index) " zuletzt "
                     wda-zuletzt(ws-dauerauftrag-index) " "
                     wda-bezeichnung(ws-dauerauftrag-index)
             if wda-ausgesetzt(ws-dauerauftrag-index) = "J"
              display "        ausgesetzt"
             end-if
             add 1 to ws-dauerauftrag-index
         end-perform
        end-if
        exit.

       freigaben-pflegen section.
        display "1) Offene Freigaben bearbeiten"
        display "2) Wertgrenze anlegen/aendern"
        display "3) Wertgrenzen anzeigen"
        accept freigabe-pflege-zeichen
        evaluate freigabe-pflege-zeichen
                when "1" perform freigabe-bearbeiten
                when "2" perform wertgrenze-anlegen
                when "3" perform wertgrenzen-anzeigen
                when other display "Unbekannte Auswahl."
        end-evaluate
        exit.

       freigabe-bearbeiten section.
        perform freigaben-laden
        move zero to ws-offen-offene
        move 1 to ws-offen-index
        perform until ws-offen-index > ws-offen-anzahl
            add 1 to ws-offen-offene
            display wfo-nummer(ws-offen-index) " "
                    wfo-quelle(ws-offen-index) " "
                    wfo-erfasser(ws-offen-index) " "
                    wfo-erfasst-datum(ws-offen-index) " "
                    wfo-kostenstelle(ws-offen-index) " "
                    wfo-satzart(ws-offen-index) " "
                    wfo-ergebnis(ws-offen-index) " Grenze "
                    wfo-grenze(ws-offen-index)
            add 1 to ws-offen-index
        end-perform
        if ws-offen-offene = zero
         display "Keine offenen Freigaben vorhanden."
        else
         display "Nummer der Freigabe:"
         accept ws-offen-nummer
         move zero to ws-offen-fundindex
         move 1 to ws-offen-index
         perform until ws-offen-index > ws-offen-anzahl
                 or ws-offen-fundindex > zero
             if wfo-nummer(ws-offen-index) = ws-offen-nummer
                and wfo-status(ws-offen-index) = "O"
              move ws-offen-index to ws-offen-fundindex
             else
              add 1 to ws-offen-index
             end-if
         end-perform
         evaluate true
                 when ws-offen-fundindex = zero
                      display "Keine offene Freigabe mit dieser"
                              &" Nummer."
                 when wfo-erfasser(ws-offen-fundindex)
                      = ws-bediener-id
                      display "Freigabe durch den Erfasser selbst"
                              &" ist nicht zulaessig."
                 when other
                      display "1) Freigeben  2) Ablehnen"
                      accept freigabe-aktion-zeichen
                      evaluate freigabe-aktion-zeichen
                              when "1" perform freigabe-erteilen
                              when "2" perform freigabe-ablehnen
                              when other
                                   display "Unbekannte Auswahl."
                      end-evaluate
         end-evaluate
        end-if
        exit.

       freigabe-erteilen section.
        move "J" to ws-freigabe-ok-schalter
        if wfo-quelle(ws-offen-fundindex) = "S"
         open extend stapel-ausgabe-datei
         if ws-dateistatus = "35"
          open output stapel-ausgabe-datei
         end-if
         if ws-dateistatus not = "00"
          display "Stapeldatei stapel_ausgabe.txt kann nicht"
                  &" geoeffnet werden, Freigabe nicht erteilt."
          move "N" to ws-freigabe-ok-schalter
         end-if
        end-if
        if ws-freigabe-ok
         move "F" to wfo-status(ws-offen-fundindex)
         move zero to wfo-schluessel(ws-offen-fundindex)
         move "O" to ws-freigabe-erwartet
         perform freigabe-abschliessen
         if not ws-freigabe-geaendert
          display "Freigabe " ws-offen-nummer " ist nicht mehr offen"
                  &" oder die Freigabedatei ist belegt,"
          display "keine Buchung."
          move "N" to ws-freigabe-ok-schalter
          if wfo-quelle(ws-offen-fundindex) = "S"
           close stapel-ausgabe-datei
          end-if
         end-if
        end-if
        if ws-freigabe-ok
         move ws-kostenstelle to ws-kostenstelle-merker
         move wfo-kostenstelle(ws-offen-fundindex) to ws-kostenstelle
         move wfo-zahl1(ws-offen-fundindex) to zahl1
         move wfo-operator(ws-offen-fundindex) to operator
         move wfo-zahl2(ws-offen-fundindex) to zahl2
         move wfo-ergebnis(ws-offen-fundindex) to ergb
         move wfo-rest(ws-offen-fundindex) to modulo
         move wfo-stkz(ws-offen-fundindex) to ws-buchung-stkz
         move wfo-steuer(ws-offen-fundindex) to ws-buchung-steuer
         move wfo-belegdatum(ws-offen-fundindex)
              to ws-buchung-belegdatum
         move wfo-buchung-status(ws-offen-fundindex)
              to ws-buchung-status
         move wfo-referenzart(ws-offen-fundindex)
              to ws-buchung-referenzart
         move wfo-bezug(ws-offen-fundindex) to ws-buchung-bezug
         move wfo-zusatz(ws-offen-fundindex) to ws-audit-zusatz
         move wfo-erfasser(ws-offen-fundindex) to ws-buchung-erfasser
         move "N" to ws-ueberlauf-schalter
         move "N" to ws-ablehnung-schalter
         move zero to ws-nachbuchung-schluessel
         move "J" to ws-nachbuchung-schalter
         perform buchung-abschliessen
         move "N" to ws-nachbuchung-schalter
         move space to ws-buchung-status
         move space to ws-buchung-referenzart
         move zero to ws-buchung-bezug
         move ws-kostenstelle-merker to ws-kostenstelle
         if ws-nachbuchung-schluessel = zero
          if ws-ablehnung-aufgetreten
           display "Buchung abgelehnt, Freigabe bleibt offen."
          else
           display "Buchung konnte nicht in verlauf.dat geschrieben"
                   &" werden, Freigabe bleibt offen."
          end-if
          move "O" to wfo-status(ws-offen-fundindex)
          move spaces to wfo-freigeber(ws-offen-fundindex)
          move zero to wfo-freigabe-datum(ws-offen-fundindex)
          move zero to wfo-freigabe-zeit(ws-offen-fundindex)
          move "F" to ws-freigabe-erwartet
          perform freigabe-satz-aendern
          if not ws-freigabe-geaendert
           display "Freigabe " ws-offen-nummer " konnte nicht"
                   &" wieder geoeffnet werden, bitte pruefen."
          end-if
         else
          if wfo-quelle(ws-offen-fundindex) = "S"
           move zahl1 to sa-zahl1
           move operator to sa-operator
           move zahl2 to sa-zahl2
           move ergb to sa-ergebnis
           move modulo to sa-rest
           move "N" to sa-fehler
           write stapel-ausgabe-satz
          end-if
          move "ERTEILT  " to ws-freigabe-ereignis
          perform freigabe-ereignis-schreiben
          move ws-nachbuchung-schluessel
               to wfo-schluessel(ws-offen-fundindex)
          move "F" to ws-freigabe-erwartet
          perform freigabe-satz-aendern
          if not ws-freigabe-geaendert
           display "Buchungsschluessel der Freigabe " ws-offen-nummer
                   " konnte nicht eingetragen werden."
          end-if
          display "Freigabe " ws-offen-nummer " erteilt und gebucht."
         end-if
         if wfo-quelle(ws-offen-fundindex) = "S"
          close stapel-ausgabe-datei
         end-if
         perform datenfelder-loeschen
        end-if
        exit.

       freigabe-ablehnen section.
        move "A" to wfo-status(ws-offen-fundindex)
        move "O" to ws-freigabe-erwartet
        perform freigabe-abschliessen
        if ws-freigabe-geaendert
         move "ABGELEHNT" to ws-freigabe-ereignis
         perform freigabe-ereignis-schreiben
         display "Freigabe " ws-offen-nummer " abgelehnt, keine"
                 &" Buchung."
        else
         display "Freigabe " ws-offen-nummer " ist nicht mehr offen"
                 &" oder die Freigabedatei ist belegt."
        end-if
        exit.

       freigabe-ereignis-schreiben section.
        accept ws-datum from date yyyymmdd
        accept ws-zeit from time
        move spaces to ws-audit-zeile
        string ws-datum       delimited by size
               " "            delimited by size
               ws-zeit        delimited by size
               " "            delimited by size
               ws-bediener-id delimited by size
               " FREIGABE NR=" delimited by size
               ws-offen-nummer delimited by size
               " "            delimited by size
               ws-freigabe-ereignis delimited by size
               " ERFASSER="   delimited by size
               wfo-erfasser(ws-offen-fundindex) delimited by size
               into ws-audit-zeile
        end-string
        perform audit-satz-schreiben
        if ws-datei-belegt
         display "Audit-Eintrag konnte nicht geschrieben werden:"
                 &" FREIGABE NR=" ws-offen-nummer
        end-if
        exit.

       freigabe-abschliessen section.
        accept ws-datum from date yyyymmdd
        accept ws-zeit from time
        move ws-bediener-id to wfo-freigeber(ws-offen-fundindex)
        move ws-datum to wfo-freigabe-datum(ws-offen-fundindex)
        move ws-zeit to wfo-freigabe-zeit(ws-offen-fundindex)
        perform freigabe-satz-aendern
        exit.

       freigabe-satz-aendern section.
        move "N" to ws-freigabe-geaendert-schalter
        perform freigabe-datei-sperren
        if ws-datei-belegt
         display "Freigabedatei freigabe_offen.txt ist belegt."
        else
         open input freigabe-lese-datei
         if ws-dateistatus = "00"
          open output freigabe-neu-datei
          if ws-dateistatus not = "00"
           display "Arbeitsdatei freigabe_offen.neu kann nicht"
                   &" angelegt werden."
           close freigabe-lese-datei
          else
           move "N" to ws-offen-eof-schalter
           perform until ws-offen-eof
               read freigabe-lese-datei
                   at end move "J" to ws-offen-eof-schalter
                   not at end
                       if fl-nummer = ws-offen-nummer
                          and fl-status = ws-freigabe-erwartet
                          and not ws-freigabe-geaendert
                        write freigabe-neu-satz
                              from ws-offen-eintrag(ws-offen-fundindex)
                        move "J" to ws-freigabe-geaendert-schalter
                       else
                        write freigabe-neu-satz from freigabe-lese-satz
                       end-if
               end-read
           end-perform
           close freigabe-lese-datei
           close freigabe-neu-datei
           if ws-freigabe-geaendert
            call "CBL_RENAME_FILE" using ws-freigabe-neuname
                                         ws-freigabe-dateiname
            if return-code not = zero
             display "Freigabedatei freigabe_offen.txt konnte nicht"
                     &" ersetzt werden."
             move "N" to ws-freigabe-geaendert-schalter
            end-if
           else
            call "CBL_DELETE_FILE" using ws-freigabe-neuname
           end-if
           move zero to return-code
          end-if
         end-if
         close freigabe-sperr-datei
        end-if
        exit.

       freigaben-laden section.
        move zero to ws-offen-anzahl
        open input freigabe-offen-datei
        if ws-dateistatus = "00"
         move "N" to ws-offen-eof-schalter
         perform until ws-offen-eof
             read freigabe-offen-datei
                 at end move "J" to ws-offen-eof-schalter
                 not at end
                     if fo-status = "O"
                      if ws-offen-anzahl < 1000
                       add 1 to ws-offen-anzahl
                       move freigabe-offen-satz
                            to ws-offen-eintrag(ws-offen-anzahl)
                      else
                       display "Mehr als 1000 offene Freigaben,"
                               &" Rest beim naechsten Aufruf."
                       move "J" to ws-offen-eof-schalter
                      end-if
                     end-if
             end-read
         end-perform
         close freigabe-offen-datei
        end-if
        exit.

       wertgrenze-anlegen section.
        display "Art (K = Kostenstelle, S = Satzart):"
        accept ws-wertgrenze-art
        inspect ws-wertgrenze-art converting "ks" to "KS"
        move spaces to ws-wertgrenze-schluessel
        evaluate ws-wertgrenze-art
                when "K"
                     display "Kostenstelle:"
                     accept ws-kostenstelle-eingabe
                     perform kostenstellen-laden
                     perform kostenstelle-pruefen
                     if ws-kostenstellen-fundindex = zero
                      display "Kostenstelle nicht im Stamm."
                     else
                      move ws-kostenstelle-eingabe
                           to ws-wertgrenze-schluessel
                     end-if
                when "S"
                     display "Satzart (R = Rechnung,"
                             &" M = Mehrwertsteuer, W = Waehrung):"
                     accept ws-wertgrenze-schluessel
                     inspect ws-wertgrenze-schluessel
                             converting "rmw" to "RMW"
                     if ws-wertgrenze-schluessel not = "R"
                        and ws-wertgrenze-schluessel not = "M"
                        and ws-wertgrenze-schluessel not = "W"
                      display "Unbekannte Satzart."
                      move spaces to ws-wertgrenze-schluessel
                     end-if
                when other
                     display "Unbekannte Art."
        end-evaluate
        if ws-wertgrenze-schluessel not = spaces
         display "Wertgrenze (0 = keine Grenze):"
         accept ws-wertgrenze-eingabe
         open extend wertgrenzen-datei
         if ws-dateistatus = "35"
          open output wertgrenzen-datei
         end-if
         if ws-dateistatus not = "00"
          display "Stammdatei wertgrenzen_stamm.txt kann nicht"
                  &" geoeffnet werden."
         else
          move ws-wertgrenze-art to wg-art
          move ws-wertgrenze-schluessel to wg-schluessel
          move ws-wertgrenze-eingabe to wg-grenze
          write wertgrenzen-satz
          close wertgrenzen-datei
          display "Wertgrenze " wg-art " " wg-schluessel " auf "
                  ws-wertgrenze-eingabe " gesetzt."
         end-if
        end-if
        exit.

       wertgrenzen-anzeigen section.
        perform wertgrenzen-laden
        if ws-wertgrenzen-anzahl = zero
         display "Keine Wertgrenzen vorhanden."
        else
         move 1 to ws-wertgrenzen-index
         perform until ws-wertgrenzen-index > ws-wertgrenzen-anzahl
             if wwg-grenze(ws-wertgrenzen-index) > zero
              display wwg-art(ws-wertgrenzen-index) " "
                      wwg-schluessel(ws-wertgrenzen-index) " "
                      wwg-grenze(ws-wertgrenzen-index)
             end-if
             add 1 to ws-wertgrenzen-index
         end-perform
        end-if
        exit.

       budgets-pflegen section.
        display "1) Budget anlegen/aendern"
        display "2) Budgets anzeigen"
        display "3) Kostenstelle anlegen"
        display "4) Kostenstellen anzeigen"
        accept budget-pflege-zeichen
        evaluate budget-pflege-zeichen
                when "1" perform budget-anlegen
                when "2" perform budgets-anzeigen
                when "3" perform kostenstelle-anlegen
                when "4" perform kostenstellen-anzeigen
                when other display "Unbekannte Auswahl."
        end-evaluate
        exit.

       budget-anlegen section.
        perform kostenstellen-laden
        display "Kostenstelle:"
        accept ws-kostenstelle-eingabe
        perform kostenstelle-pruefen
        if ws-kostenstellen-fundindex = zero
         display "Kostenstelle nicht im Stamm."
        else
         display "Monat (JJJJMM):"
         accept ws-budget-monat
         if ws-budget-monat is not numeric
            or ws-budget-jahr < 1900
            or ws-budget-mm < 1 or ws-budget-mm > 12
          display "Monatsangabe unplausibel."
         else
          display "Budget (Soll) fuer den Monat:"
          accept ws-budget-soll-eingabe
          display "Warnschwelle in Prozent (0 = 90 %):"
          accept ws-budget-warn-eingabe
          if ws-budget-warn-eingabe = zero
           move 90 to ws-budget-warn-eingabe
          end-if
          open extend budget-datei
          if ws-dateistatus = "35"
           open output budget-datei
          end-if
          if ws-dateistatus not = "00"
           display "Stammdatei budget_stamm.txt kann nicht"
                   &" geoeffnet werden."
          else
           move ws-kostenstelle-eingabe to bu-kostenstelle
           move ws-budget-monat to bu-monat
           move ws-budget-soll-eingabe to bu-soll
           move ws-budget-warn-eingabe to bu-warnprozent
           write budget-satz
           close budget-datei
           move zero to ws-budget-geladen-monat
           move ws-budget-soll-eingabe to ws-budget-druck
           display "Budget " bu-kostenstelle " " bu-monat " auf "
                   function trim(ws-budget-druck)
                   " gesetzt, Warnung ab "
                   bu-warnprozent " %."
          end-if
         end-if
        end-if
        exit.

       budgets-anzeigen section.
        open input budget-datei
        if ws-dateistatus not = "00"
         display "Keine Budgets vorhanden."
        else
         move "N" to ws-budget-eof-schalter
         perform until ws-budget-eof
             read budget-datei
                 at end move "J" to ws-budget-eof-schalter
                 not at end
                     move bu-soll to ws-budget-druck
                     display bu-kostenstelle " " bu-monat " "
                             ws-budget-druck " Warnung ab "
                             bu-warnprozent " %"
             end-read
         end-perform
         close budget-datei
        end-if
        exit.

       kostenstelle-anlegen section.
        perform kostenstellen-laden
        display "Nummer der neuen Kostenstelle:"
        accept ws-kostenstelle-eingabe
        perform kostenstelle-pruefen
        evaluate true
                when ws-kostenstelle-eingabe = spaces
                     display "Keine Kostenstelle angegeben."
                when ws-kostenstellen-fundindex > zero
                     display "Kostenstelle " ws-kostenstelle-eingabe
                             " ist bereits im Stamm."
                when ws-kostenstellen-anzahl >= 500
                     display "Kostenstellenstamm ist voll"
                             &" (500 Kostenstellen)."
                when other
                     display "Bezeichnung:"
                     accept ws-kostenstelle-bezeichnung
                     open extend kostenstellen-datei
                     if ws-dateistatus = "35"
                      open output kostenstellen-datei
                     end-if
                     if ws-dateistatus not = "00"
                      display "Stammdatei kostenstellen_stamm.txt"
                              &" kann nicht geoeffnet werden."
                     else
                      move ws-kostenstelle-eingabe to ko-nummer
                      move ws-kostenstelle-bezeichnung
                           to ko-bezeichnung
                      write kostenstellen-satz
                      close kostenstellen-datei
                      display "Kostenstelle " ko-nummer " angelegt."
                     end-if
        end-evaluate
        exit.

       kostenstellen-anzeigen section.
        perform kostenstellen-laden
        if ws-kostenstellen-anzahl = zero
         display "Keine Kostenstellen vorhanden."
        else
         move 1 to ws-kostenstellen-index
         perform until ws-kostenstellen-index
                 > ws-kostenstellen-anzahl
             display wko-nummer(ws-kostenstellen-index) " "
                     wko-bezeichnung(ws-kostenstellen-index)
             add 1 to ws-kostenstellen-index
         end-perform
        end-if
        exit.

       mehrwertsteuer-berechnung section.
        if ws-kostenstelle = spaces
         perform kostenstelle-erfragen
         move mwst-satz to zahl2
         move mwst-gesamtbetrag to ergb
         move mwst-steuerbetrag to modulo
         move ws-steuer-kennzeichen to ws-buchung-stkz
         move mwst-steuerbetrag to ws-buchung-steuer
         move ws-steuer-belegdatum to ws-buchung-belegdatum
         perform buchung-abschliessen
         if not ws-ueberlauf-aufgetreten
          and not ws-ablehnung-aufgetreten
          display "Steuerbetrag: " mwst-steuerbetrag
          display "Gesamtbetrag: " mwst-gesamtbetrag
         end-if
