      ******************************************************************
      * Author: Robert-Andreas Nietsch
      * Date: 15.10.2026
      * Purpose: Vorpruefung der Stapeldatei stapel_eingabe.txt vor
      *          der Buchung - prueft je Block Vorsatz und Nachsatz
      *          mit Satzanzahl und Kontrollsumme (mehrere Bloecke
      *          hintereinander zulaessig) sowie jeden R/M/W-Satz
      *          gegen die Stammdateien, schreibt die Pruefliste
      *          stapel_pruefliste.txt und das Pruefergebnis
      *          stapel_pruefung.txt; bei Fehlern Returncode 8, der
      *          Stapel wird dann nicht gebucht
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stapelpruefung.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select stapel-eingabe-datei assign to "stapel_eingabe.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select pruefliste-datei assign to "stapel_pruefliste.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select pruefergebnis-datei assign to "stapel_pruefung.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select kostenstellen-datei
               assign to "kostenstellen_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select kurs-datei assign to "kurs_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select steuersatz-datei assign to "steuersatz_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
       DATA DIVISION.
       FILE SECTION.
       FD  stapel-eingabe-datei.
       01  stapel-eingabe-satz.
           05  se-satzart       pic x(1).
               88 se-satzart-rechnung value "R".
               88 se-satzart-mwst value "M".
               88 se-satzart-waehrung value "W".
               88 se-satzart-vorsatz value "V".
               88 se-satzart-nachsatz value "N".
           05  se-kostenstelle  pic x(6).
           05  se-daten         pic x(31).
           05  se-daten-rechnung redefines se-daten.
               10 se-zahl1      pic S9(10)V99.
               10 se-operator   pic x(1).
               10 se-zahl2      pic S9(10)V99.
               10 se-prozent1   pic x.
               10 se-prozent2   pic x.
               10 filler        pic x(4).
           05  se-daten-mwst redefines se-daten.
               10 sem-betrag    pic S9(10)V99.
               10 sem-richtung  pic x.
               10 sem-kennzeichen pic x(10).
               10 sem-belegdatum pic 9(8).
           05  se-daten-waehrung redefines se-daten.
               10 sew-betrag    pic S9(10)V99.
               10 sew-von       pic x(3).
               10 sew-nach      pic x(3).
               10 sew-belegdatum pic 9(8).
               10 filler        pic x(5).
       01  stapel-eingabe-altsatz.
           05  sea-zahl1        pic S9(10)V99.
           05  sea-operator     pic x(1).
           05  sea-zahl2        pic S9(10)V99.
           05  sea-prozent1     pic x.
           05  sea-prozent2     pic x.
       01  stapel-vorsatz.
           05  sv-satzart       pic x(1).
           05  sv-absender      pic x(6).
           05  sv-erstelldatum  pic 9(8).
           05  sv-dateinummer   pic 9(6).
           05  filler           pic x(17).
       01  stapel-nachsatz.
           05  sn-satzart       pic x(1).
           05  sn-satzanzahl    pic 9(9).
           05  sn-kontrollsumme pic S9(14)V99.
           05  filler           pic x(12).

       FD  pruefliste-datei.
       01  pruefliste-satz      pic x(132).

       FD  pruefergebnis-datei.
       01  pruefergebnis-satz.
           05  pe-status        pic x(8).
           05  pe-datum         pic 9(8).
           05  pe-zeit          pic 9(8).
           05  pe-satzanzahl    pic 9(9).
           05  pe-kontrollsumme pic S9(14)V99.
           05  pe-fehler        pic 9(9).
           05  pe-absender      pic x(6).
           05  pe-dateinummer   pic 9(6).

       FD  kostenstellen-datei.
       01  kostenstellen-satz.
           05  ko-nummer        pic x(6).
           05  ko-bezeichnung   pic x(30).

       FD  kurs-datei.
       01  kurs-satz.
           05  ku-von           pic x(3).
           05  ku-nach          pic x(3).
           05  ku-kurs          pic 9(4)V9(6).
           05  ku-datum         pic 9(8).

       FD  steuersatz-datei.
       01  steuersatz-satz.
           05  st-kennzeichen   pic x(10).
           05  st-prozentsatz   pic 9(3)V99.
           05  st-gueltig-ab    pic 9(8).

       WORKING-STORAGE SECTION.
       01  ws-dateistatus       pic x(2).
       01  ws-datum             pic 9(8).
       01  ws-zeit              pic 9(8).
       01  ws-stapel-eof-schalter pic x value "N".
               88 ws-stapel-eof value "J".
       01  ws-stamm-eof-schalter pic x value "N".
               88 ws-stamm-eof value "J".

       01  ws-pruef-grundcode   pic x(4).
       01  ws-pruef-grundtext   pic x(40).
       01  ws-pruef-betrag      pic S9(10)V99.
       01  ws-satznummer        pic 9(9) value zero.
       01  ws-datensaetze       pic 9(9) value zero.
       01  ws-fehlersaetze      pic 9(9) value zero.
       01  ws-kontrollsumme     pic S9(14)V99 value zero.
       01  ws-vorsatz-schalter  pic x value "N".
               88 ws-vorsatz-gelesen value "J".
       01  ws-nachsatz-schalter pic x value "N".
               88 ws-nachsatz-gelesen value "J".
       01  ws-soll-satzanzahl   pic 9(9) value zero.
       01  ws-soll-kontrollsumme pic S9(14)V99 value zero.
       01  ws-absender          pic x(6) value spaces.
       01  ws-erstelldatum      pic 9(8) value zero.
       01  ws-dateinummer       pic 9(6) value zero.
       01  ws-gesamtergebnis-schalter pic x value "J".
               88 ws-stapel-in-ordnung value "J".
       01  ws-block-schalter    pic x value "N".
               88 ws-block-offen value "J".
       01  ws-block-position-schalter pic x value "J".
               88 ws-block-position-ok value "J".
       01  ws-block-ende-schalter pic x value "N".
               88 ws-block-abgeschlossen value "J".
       01  ws-block-anzahl      pic 9(3) value zero.
       01  ws-block-datensaetze pic 9(9) value zero.
       01  ws-block-kontrollsumme pic S9(14)V99 value zero.
       01  ws-block-absender    pic x(6) value spaces.
       01  ws-block-dateinummer pic 9(6) value zero.

       01  ws-kostenstellen-tabelle.
               05 ws-kostenstellen-eintrag occurs 500 times.
                       10 wko-nummer      pic x(6).
       01  ws-kostenstellen-anzahl pic 9(3) value zero.
       01  ws-kostenstellen-index pic 9(3).
       01  ws-kostenstellen-fundindex pic 9(3).

       01  ws-steuersatz-tabelle.
               05 ws-steuersatz-eintrag occurs 1000 times.
                       10 wst-kennzeichen  pic x(10).
                       10 wst-prozentsatz  pic 9(3)V99.
                       10 wst-gueltig-ab   pic 9(8).
       01  ws-steuersatz-anzahl pic 9(4) value zero.
       01  ws-steuersatz-index  pic 9(4).
       01  ws-steuer-fundindex  pic 9(4).
       01  ws-steuer-fund-gueltig pic 9(8).
       01  ws-steuer-belegdatum pic 9(8).

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
       01  ws-kurs-belegdatum   pic 9(8).
       01  ws-kurs-fruehestes-datum pic 9(8).
       01  ws-kurs-karenztage   pic 9(2) value 4.
       01  ws-kurs-paar-schalter pic x value "N".
               88 ws-kurs-paar-bekannt value "J".
       01  ws-tage-zahl         pic 9(7).

       01  ws-liste-seite       pic 9(3) value zero.
       01  ws-liste-zeilen      pic 9(2) value zero.
       01  pl-kopfzeile.
           05  filler           pic x(31)
               value "VORPRUEFUNG STAPEL  LAUFDATUM: ".
           05  plk-datum        pic 9(8).
           05  filler           pic x(9) value "  DATEI: ".
           05  filler           pic x(18)
               value "stapel_eingabe.txt".
           05  filler           pic x(8) value "  SEITE ".
           05  plk-seite        pic zz9.
       01  pl-spaltenzeile.
           05  filler           pic x(9) value "     SATZ".
           05  filler           pic x(3) value "  A".
           05  filler           pic x(8) value "  KOST  ".
           05  filler           pic x(19)
               value "             BETRAG".
           05  filler           pic x(6) value "  CODE".
           05  filler           pic x(42) value "  HINWEIS".
           05  filler           pic x(8) value "SATZBILD".
       01  pl-detailzeile.
           05  pld-satznummer   pic z(8)9.
           05  filler           pic xx value spaces.
           05  pld-satzart      pic x.
           05  filler           pic xx value spaces.
           05  pld-kostenstelle pic x(6).
           05  filler           pic xx value spaces.
           05  pld-betrag       pic z.zzz.zzz.zz9,99-.
           05  filler           pic xx value spaces.
           05  pld-grundcode    pic x(4).
           05  filler           pic xx value spaces.
           05  pld-grundtext    pic x(40).
           05  filler           pic xx value spaces.
           05  pld-satzbild     pic x(38).
       01  pl-blockzeile.
           05  filler           pic x(6) value "BLOCK ".
           05  plbl-block       pic zz9.
           05  filler           pic x(10) value " ABSENDER ".
           05  plbl-absender    pic x(6).
           05  filler           pic x(13) value " DATEINUMMER ".
           05  plbl-dateinummer pic 9(6).
           05  filler           pic x(14) value " DATENSAETZE: ".
           05  plbl-anzahl      pic z(8)9.
           05  filler           pic x(16) value " KONTROLLSUMME: ".
           05  plbl-summe       pic zz.zzz.zzz.zzz.zz9,99-.
       01  pl-summenzeile.
           05  pls-text         pic x(30).
           05  pls-anzahl       pic z(8)9.
       01  pl-betragszeile.
           05  plb-text         pic x(30).
           05  plb-betrag       pic zz.zzz.zzz.zzz.zz9,99-.
       01  pl-leerzeile         pic x(132) value spaces.

       PROCEDURE DIVISION.
       beginn section.
        accept ws-datum from date yyyymmdd
        accept ws-zeit from time
        move zero to return-code
        perform kostenstellen-laden
        perform steuersaetze-laden
        perform kurse-laden
        open input stapel-eingabe-datei
        if ws-dateistatus not = "00"
         display "Stapeldatei stapel_eingabe.txt nicht gefunden."
         move "N" to ws-gesamtergebnis-schalter
         perform pruefergebnis-schreiben
         move 8 to return-code
         goback
        end-if
        open output pruefliste-datei
        if ws-dateistatus not = "00"
         display "Pruefliste stapel_pruefliste.txt kann nicht"
                 &" angelegt werden."
         close stapel-eingabe-datei
         move "N" to ws-gesamtergebnis-schalter
         perform pruefergebnis-schreiben
         move 8 to return-code
         goback
        end-if
        perform liste-seitenkopf
        move "N" to ws-stapel-eof-schalter
        read stapel-eingabe-datei
            at end move "J" to ws-stapel-eof-schalter
        end-read
        perform until ws-stapel-eof
            perform satz-pruefen
            read stapel-eingabe-datei
                at end move "J" to ws-stapel-eof-schalter
            end-read
        end-perform
        close stapel-eingabe-datei
        perform datei-abstimmen
        perform liste-abschliessen
        close pruefliste-datei
        perform pruefergebnis-schreiben
        display "--- Vorpruefung Stapel ---"
        display "Gelesene Saetze:     " ws-satznummer
        display "Datensaetze:         " ws-datensaetze
        display "Fehlerhafte Saetze:  " ws-fehlersaetze
        if ws-stapel-in-ordnung
         display "Ergebnis: Stapel zur Buchung freigegeben."
        else
         display "Ergebnis: Stapel gesperrt, siehe"
                 &" stapel_pruefliste.txt."
         move 8 to return-code
        end-if
        goback.

       satz-pruefen section.
        add 1 to ws-satznummer
        move spaces to ws-pruef-grundcode
        move spaces to ws-pruef-grundtext
        move zero to ws-pruef-betrag
        evaluate true
                when se-satzart-vorsatz
                     perform vorsatz-pruefen
                when se-satzart-nachsatz
                     perform nachsatz-pruefen
                when other
                     perform datensatz-pruefen
        end-evaluate
        if ws-pruef-grundcode not = spaces
         add 1 to ws-fehlersaetze
         move "N" to ws-gesamtergebnis-schalter
        end-if
        perform liste-zeile-schreiben
        if ws-block-abgeschlossen
         perform block-zeile-schreiben
         move "N" to ws-block-ende-schalter
        end-if
        exit.

       vorsatz-pruefen section.
        move "J" to ws-block-position-schalter
        if ws-block-offen
         move "N" to ws-block-position-schalter
         move "VORS" to ws-pruef-grundcode
         move "VORSATZ VOR DEM NACHSATZ DES VORBLOCKS"
              to ws-pruef-grundtext
        else
         if ws-satznummer not = 1 and ws-block-anzahl = zero
          move "N" to ws-block-position-schalter
          move "VORS" to ws-pruef-grundcode
          move "VORSATZ NICHT AM DATEIANFANG"
               to ws-pruef-grundtext
         end-if
        end-if
        if ws-block-position-ok
         move "J" to ws-block-schalter
         add 1 to ws-block-anzahl
         move zero to ws-block-datensaetze
         move zero to ws-block-kontrollsumme
         move sv-absender to ws-block-absender
         move zero to ws-block-dateinummer
         if sv-dateinummer is numeric
          move sv-dateinummer to ws-block-dateinummer
         end-if
         perform vorsatz-felder-pruefen
        end-if
        exit.

       vorsatz-felder-pruefen section.
        evaluate true
                when sv-absender = spaces
                     move "VORS" to ws-pruef-grundcode
                     move "ABSENDER IM VORSATZ FEHLT"
                          to ws-pruef-grundtext
                when sv-erstelldatum not numeric
                     move "VORS" to ws-pruef-grundcode
                     move "ERSTELLDATUM IM VORSATZ UNGUELTIG"
                          to ws-pruef-grundtext
                when sv-dateinummer not numeric
                     move "VORS" to ws-pruef-grundcode
                     move "DATEINUMMER IM VORSATZ UNGUELTIG"
                          to ws-pruef-grundtext
                when other
                     if not ws-vorsatz-gelesen
                      move sv-absender to ws-absender
                      move sv-erstelldatum to ws-erstelldatum
                      move sv-dateinummer to ws-dateinummer
                     end-if
                     move "J" to ws-vorsatz-schalter
        end-evaluate
        exit.

       nachsatz-pruefen section.
        evaluate true
                when not ws-block-offen
                     move "NACH" to ws-pruef-grundcode
                     move "NACHSATZ OHNE VORSATZ"
                          to ws-pruef-grundtext
                when sn-satzanzahl not numeric
                     move "NACH" to ws-pruef-grundcode
                     move "SATZANZAHL IM NACHSATZ UNGUELTIG"
                          to ws-pruef-grundtext
                when sn-kontrollsumme not numeric
                     move "NACH" to ws-pruef-grundcode
                     move "KONTROLLSUMME IM NACHSATZ UNGUELTIG"
                          to ws-pruef-grundtext
                when other
                     move "J" to ws-nachsatz-schalter
                     add sn-satzanzahl to ws-soll-satzanzahl
                     add sn-kontrollsumme to ws-soll-kontrollsumme
                     if sn-satzanzahl not = ws-block-datensaetze
                      move "ANZL" to ws-pruef-grundcode
                      move "SATZANZAHL STIMMT NICHT MIT DEM BLOCK"
                           to ws-pruef-grundtext
                     else
                      if sn-kontrollsumme not = ws-block-kontrollsumme
                       move "SUMM" to ws-pruef-grundcode
                       move "KONTROLLSUMME STIMMT NICHT MIT DEM BLOCK"
                            to ws-pruef-grundtext
                      end-if
                     end-if
        end-evaluate
        if ws-block-offen
         move "N" to ws-block-schalter
         move "J" to ws-block-ende-schalter
        end-if
        exit.

       datensatz-pruefen section.
        add 1 to ws-datensaetze
        if (se-satzart-rechnung or se-satzart-mwst
            or se-satzart-waehrung)
           and se-zahl1 is numeric
         add se-zahl1 to ws-kontrollsumme
         move se-zahl1 to ws-pruef-betrag
        end-if
        evaluate true
                when not ws-block-offen and ws-block-anzahl > zero
                     move "NACH" to ws-pruef-grundcode
                     move "DATENSATZ AUSSERHALB EINES BLOCKS"
                          to ws-pruef-grundtext
                when se-satzart-rechnung
                     perform rechnungssatz-pruefen
                when se-satzart-mwst
                     perform mwst-satz-pruefen
                when se-satzart-waehrung
                     perform waehrungssatz-pruefen
                when other
                     perform altsatz-pruefen
        end-evaluate
        if ws-pruef-grundcode = spaces
           and (se-satzart-rechnung or se-satzart-mwst
                or se-satzart-waehrung)
         perform kostenstelle-pruefen
         if ws-kostenstellen-fundindex = zero
          move "KOST" to ws-pruef-grundcode
          move "KOSTENSTELLE NICHT IM STAMM"
               to ws-pruef-grundtext
         end-if
        end-if
        if ws-block-offen
         add 1 to ws-block-datensaetze
         add ws-pruef-betrag to ws-block-kontrollsumme
        end-if
        exit.

       rechnungssatz-pruefen section.
        evaluate true
                when se-zahl1 not numeric
                     move "NUM1" to ws-pruef-grundcode
                     move "ZAHL1 NICHT NUMERISCH"
                          to ws-pruef-grundtext
                when se-zahl2 not numeric
                     move "NUM2" to ws-pruef-grundcode
                     move "ZAHL2 NICHT NUMERISCH"
                          to ws-pruef-grundtext
                when se-operator not = "+" and not = "-"
                     and not = "*" and not = "x" and not = "X"
                     and not = "/" and not = ":"
                     and not = "p" and not = "P"
                     move "OPER" to ws-pruef-grundcode
                     move "UNBEKANNTER OPERATOR"
                          to ws-pruef-grundtext
                when (se-operator = "/" or ":")
                     and se-zahl2 = zero
                     move "DIV0" to ws-pruef-grundcode
                     move "DIVISION DURCH NULL"
                          to ws-pruef-grundtext
        end-evaluate
        exit.

       altsatz-pruefen section.
        evaluate true
                when sea-zahl1 not numeric
                     move "SART" to ws-pruef-grundcode
                     move "UNBEKANNTE SATZART"
                          to ws-pruef-grundtext
                when sea-zahl2 not numeric
                     move "NUM2" to ws-pruef-grundcode
                     move "ZAHL2 NICHT NUMERISCH"
                          to ws-pruef-grundtext
                when sea-operator not = "+" and not = "-"
                     and not = "*" and not = "x" and not = "X"
                     and not = "/" and not = ":"
                     and not = "p" and not = "P"
                     move "OPER" to ws-pruef-grundcode
                     move "UNBEKANNTER OPERATOR"
                          to ws-pruef-grundtext
                when (sea-operator = "/" or ":")
                     and sea-zahl2 = zero
                     move "DIV0" to ws-pruef-grundcode
                     move "DIVISION DURCH NULL"
                          to ws-pruef-grundtext
                when other
                     add sea-zahl1 to ws-kontrollsumme
                     move sea-zahl1 to ws-pruef-betrag
        end-evaluate
        exit.

       mwst-satz-pruefen section.
        if sem-belegdatum is numeric
         if sem-belegdatum = zero
          move ws-datum to ws-steuer-belegdatum
         else
          move sem-belegdatum to ws-steuer-belegdatum
         end-if
        end-if
        evaluate true
                when sem-betrag not numeric
                     move "NUM1" to ws-pruef-grundcode
                     move "BETRAG NICHT NUMERISCH"
                          to ws-pruef-grundtext
                when sem-richtung not = "1" and not = "2"
                     move "RICH" to ws-pruef-grundcode
                     move "UNBEKANNTE MWST-RICHTUNG"
                          to ws-pruef-grundtext
                when sem-belegdatum not numeric
                     move "DATU" to ws-pruef-grundcode
                     move "BELEGDATUM NICHT NUMERISCH"
                          to ws-pruef-grundtext
                when ws-steuer-belegdatum < 19000101
                     or ws-steuer-belegdatum > 29991231
                     move "DATU" to ws-pruef-grundcode
                     move "BELEGDATUM UNPLAUSIBEL"
                          to ws-pruef-grundtext
                when other
                     perform steuersatz-ermitteln
                     if ws-steuer-fundindex = zero
                      move "STKZ" to ws-pruef-grundcode
                      move "KEIN STEUERSATZ ZUM BELEGDATUM"
                           to ws-pruef-grundtext
                     end-if
        end-evaluate
        exit.

       waehrungssatz-pruefen section.
        if sew-belegdatum is numeric
           and sew-belegdatum not = zero
         move sew-belegdatum to ws-kurs-belegdatum
        else
         move ws-datum to ws-kurs-belegdatum
        end-if
        evaluate true
                when sew-betrag not numeric
                     move "NUM1" to ws-pruef-grundcode
                     move "BETRAG NICHT NUMERISCH"
                          to ws-pruef-grundtext
                when sew-von = spaces or sew-nach = spaces
                     move "WAEH" to ws-pruef-grundcode
                     move "WAEHRUNG FEHLT"
                          to ws-pruef-grundtext
                when sew-von = sew-nach
                     move "WAEH" to ws-pruef-grundcode
                     move "QUELL- UND ZIELWAEHRUNG GLEICH"
                          to ws-pruef-grundtext
                when ws-kurs-belegdatum < 19000101
                     or ws-kurs-belegdatum > 29991231
                     move "DATU" to ws-pruef-grundcode
                     move "BELEGDATUM UNPLAUSIBEL"
                          to ws-pruef-grundtext
                when function test-date-yyyymmdd(ws-kurs-belegdatum)
                     not = zero
                     move "DATU" to ws-pruef-grundcode
                     move "BELEGDATUM UNPLAUSIBEL"
                          to ws-pruef-grundtext
                when other
                     perform kurs-ermitteln
                     if ws-kurs-fundindex = zero
                      if ws-kurs-paar-bekannt
                       move "KUDT" to ws-pruef-grundcode
                       move "KEIN KURS ZUM BELEGDATUM"
                            to ws-pruef-grundtext
                      else
                       move "KURS" to ws-pruef-grundcode
                       move "KEIN KURS FUER WAEHRUNGSPAAR"
                            to ws-pruef-grundtext
                      end-if
                     end-if
        end-evaluate
        exit.

       datei-abstimmen section.
        if not ws-vorsatz-gelesen
         move "N" to ws-gesamtergebnis-schalter
         move spaces to pruefliste-satz
         move "FEHLER VORS: KEIN GUELTIGER VORSATZ VORHANDEN."
              to pruefliste-satz
         write pruefliste-satz
        end-if
        if ws-block-offen
         move "N" to ws-gesamtergebnis-schalter
         move spaces to pruefliste-satz
         move "FEHLER NACH: LETZTER BLOCK OHNE NACHSATZ."
              to pruefliste-satz
         write pruefliste-satz
        end-if
        if not ws-nachsatz-gelesen
         move "N" to ws-gesamtergebnis-schalter
         move spaces to pruefliste-satz
         move "FEHLER NACH: KEIN GUELTIGER NACHSATZ VORHANDEN."
              to pruefliste-satz
         write pruefliste-satz
        else
         if ws-soll-satzanzahl not = ws-datensaetze
          move "N" to ws-gesamtergebnis-schalter
          move spaces to pruefliste-satz
          move "FEHLER ANZL: SATZANZAHL LAUT NACHSATZ STIMMT NICHT"
               &" MIT DEN DATENSAETZEN UEBEREIN." to pruefliste-satz
          write pruefliste-satz
         end-if
         if ws-soll-kontrollsumme not = ws-kontrollsumme
          move "N" to ws-gesamtergebnis-schalter
          move spaces to pruefliste-satz
          move "FEHLER SUMM: KONTROLLSUMME LAUT NACHSATZ STIMMT"
               &" NICHT MIT DEN BETRAEGEN UEBEREIN." to pruefliste-satz
          write pruefliste-satz
         end-if
        end-if
        exit.

       liste-seitenkopf section.
        add 1 to ws-liste-seite
        move ws-datum to plk-datum
        move ws-liste-seite to plk-seite
        write pruefliste-satz from pl-kopfzeile
        write pruefliste-satz from pl-leerzeile
        write pruefliste-satz from pl-spaltenzeile
        write pruefliste-satz from pl-leerzeile
        move 4 to ws-liste-zeilen
        exit.

       liste-zeile-schreiben section.
        if ws-liste-zeilen > 56
         perform liste-seitenkopf
        end-if
        move ws-satznummer to pld-satznummer
        move se-satzart to pld-satzart
        if se-satzart-rechnung or se-satzart-mwst
           or se-satzart-waehrung
         move se-kostenstelle to pld-kostenstelle
        else
         move spaces to pld-kostenstelle
        end-if
        move ws-pruef-betrag to pld-betrag
        move ws-pruef-grundcode to pld-grundcode
        move ws-pruef-grundtext to pld-grundtext
        move stapel-eingabe-satz to pld-satzbild
        write pruefliste-satz from pl-detailzeile
        add 1 to ws-liste-zeilen
        exit.

       block-zeile-schreiben section.
        if ws-liste-zeilen > 56
         perform liste-seitenkopf
        end-if
        move ws-block-anzahl to plbl-block
        move ws-block-absender to plbl-absender
        move ws-block-dateinummer to plbl-dateinummer
        move ws-block-datensaetze to plbl-anzahl
        move ws-block-kontrollsumme to plbl-summe
        write pruefliste-satz from pl-blockzeile
        add 1 to ws-liste-zeilen
        exit.

       liste-abschliessen section.
        write pruefliste-satz from pl-leerzeile
        move spaces to pruefliste-satz
        string "ERSTER VORSATZ: ABSENDER " delimited by size
               ws-absender            delimited by size
               " ERSTELLT "           delimited by size
               ws-erstelldatum        delimited by size
               " DATEINUMMER "        delimited by size
               ws-dateinummer         delimited by size
               into pruefliste-satz
        end-string
        write pruefliste-satz
        move "BLOECKE VORSATZ/NACHSATZ:     " to pls-text
        move ws-block-anzahl to pls-anzahl
        write pruefliste-satz from pl-summenzeile
        move "GELESENE SAETZE:              " to pls-text
        move ws-satznummer to pls-anzahl
        write pruefliste-satz from pl-summenzeile
        move "DATENSAETZE IST:              " to pls-text
        move ws-datensaetze to pls-anzahl
        write pruefliste-satz from pl-summenzeile
        move "DATENSAETZE LAUT NACHSAETZEN: " to pls-text
        move ws-soll-satzanzahl to pls-anzahl
        write pruefliste-satz from pl-summenzeile
        move "KONTROLLSUMME IST:            " to plb-text
        move ws-kontrollsumme to plb-betrag
        write pruefliste-satz from pl-betragszeile
        move "KONTROLLSUMME LT. NACHSAETZEN:" to plb-text
        move ws-soll-kontrollsumme to plb-betrag
        write pruefliste-satz from pl-betragszeile
        move "FEHLERHAFTE SAETZE:           " to pls-text
        move ws-fehlersaetze to pls-anzahl
        write pruefliste-satz from pl-summenzeile
        move spaces to pruefliste-satz
        if ws-stapel-in-ordnung
         move "ERGEBNIS: STAPEL ZUR BUCHUNG FREIGEGEBEN."
              to pruefliste-satz
        else
         move "ERGEBNIS: STAPEL GESPERRT, KEIN SATZ WIRD GEBUCHT."
              to pruefliste-satz
        end-if
        write pruefliste-satz
        exit.

       pruefergebnis-schreiben section.
        open output pruefergebnis-datei
        if ws-dateistatus not = "00"
         display "Pruefergebnis stapel_pruefung.txt kann nicht"
                 &" geschrieben werden."
         move "N" to ws-gesamtergebnis-schalter
        else
         move spaces to pruefergebnis-satz
         if ws-stapel-in-ordnung
          move "OK" to pe-status
         else
          move "FEHLER" to pe-status
         end-if
         move ws-datum to pe-datum
         move ws-zeit to pe-zeit
         move ws-datensaetze to pe-satzanzahl
         move ws-kontrollsumme to pe-kontrollsumme
         move ws-fehlersaetze to pe-fehler
         move ws-absender to pe-absender
         move ws-dateinummer to pe-dateinummer
         write pruefergebnis-satz
         close pruefergebnis-datei
        end-if
        exit.

       kostenstelle-pruefen section.
        move zero to ws-kostenstellen-fundindex
        move 1 to ws-kostenstellen-index
        perform until ws-kostenstellen-index
                > ws-kostenstellen-anzahl
                or ws-kostenstellen-fundindex > zero
            if wko-nummer(ws-kostenstellen-index) = se-kostenstelle
             move ws-kostenstellen-index
                  to ws-kostenstellen-fundindex
            else
             add 1 to ws-kostenstellen-index
            end-if
        end-perform
        exit.

       steuersatz-ermitteln section.
        move zero to ws-steuer-fundindex
        move zero to ws-steuer-fund-gueltig
        move 1 to ws-steuersatz-index
        perform until ws-steuersatz-index > ws-steuersatz-anzahl
            if wst-kennzeichen(ws-steuersatz-index)
               = sem-kennzeichen
               and wst-gueltig-ab(ws-steuersatz-index)
               <= ws-steuer-belegdatum
               and wst-gueltig-ab(ws-steuersatz-index)
               >= ws-steuer-fund-gueltig
             move ws-steuersatz-index to ws-steuer-fundindex
             move wst-gueltig-ab(ws-steuersatz-index)
                  to ws-steuer-fund-gueltig
            end-if
            add 1 to ws-steuersatz-index
        end-perform
        exit.

       kurs-ermitteln section.
        move zero to ws-kurs-fundindex
        move zero to ws-kurs-funddatum
        move "N" to ws-kurs-paar-schalter
        compute ws-tage-zahl =
                function integer-of-date(ws-kurs-belegdatum)
                - ws-kurs-karenztage
        compute ws-kurs-fruehestes-datum =
                function date-of-integer(ws-tage-zahl)
        move 1 to ws-kurs-index
        perform until ws-kurs-index > ws-kurs-anzahl
            if ((wk-von(ws-kurs-index) = sew-von
                 and wk-nach(ws-kurs-index) = sew-nach)
                or (wk-von(ws-kurs-index) = sew-nach
                 and wk-nach(ws-kurs-index) = sew-von))
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
        exit.

       kostenstellen-laden section.
        move zero to ws-kostenstellen-anzahl
        open input kostenstellen-datei
        if ws-dateistatus = "00"
         move "N" to ws-stamm-eof-schalter
         perform until ws-stamm-eof
             read kostenstellen-datei
                 at end move "J" to ws-stamm-eof-schalter
                 not at end
                     if ws-kostenstellen-anzahl < 500
                      add 1 to ws-kostenstellen-anzahl
                      move ko-nummer to
                           wko-nummer(ws-kostenstellen-anzahl)
                     end-if
             end-read
         end-perform
         close kostenstellen-datei
        end-if
        exit.

       steuersaetze-laden section.
        move zero to ws-steuersatz-anzahl
        open input steuersatz-datei
        if ws-dateistatus = "00"
         move "N" to ws-stamm-eof-schalter
         perform until ws-stamm-eof
             read steuersatz-datei
                 at end move "J" to ws-stamm-eof-schalter
                 not at end
                     if ws-steuersatz-anzahl < 1000
                      add 1 to ws-steuersatz-anzahl
                      move st-kennzeichen to
                           wst-kennzeichen(ws-steuersatz-anzahl)
                      move st-prozentsatz to
                           wst-prozentsatz(ws-steuersatz-anzahl)
                      move st-gueltig-ab to
                           wst-gueltig-ab(ws-steuersatz-anzahl)
                     end-if
             end-read
         end-perform
         close steuersatz-datei
        end-if
        exit.

       kurse-laden section.
        move zero to ws-kurs-anzahl
        open input kurs-datei
        if ws-dateistatus = "00"
         move "N" to ws-stamm-eof-schalter
         perform until ws-stamm-eof
             read kurs-datei
                 at end move "J" to ws-stamm-eof-schalter
                 not at end
                     if ws-kurs-anzahl < 2000
                      add 1 to ws-kurs-anzahl
                      move ku-von to wk-von(ws-kurs-anzahl)
                      move ku-nach to wk-nach(ws-kurs-anzahl)
                      move ku-kurs to wk-kurs(ws-kurs-anzahl)
                      move ku-datum to wk-datum(ws-kurs-anzahl)
                     end-if
             end-read
         end-perform
         close kurs-datei
        end-if
        exit.

       END PROGRAM stapelpruefung.
