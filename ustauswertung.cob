      ******************************************************************
      * Author: Robert-Andreas Nietsch
      * Date: 15.10.2026
      * Purpose: Umsatzsteuer-Auswertung aus verlauf.dat je Monat oder
      *          Quartal nach Steuerkennzeichen, Steuersatz,
      *          Kostenstelle und Richtung mit Werten fuer die
      *          Umsatzsteuer-Voranmeldung
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ustauswertung.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select verlauf-datei assign to "verlauf.dat"
               organization is indexed
               access mode is dynamic
               record key is vl-schluessel
               file status is ws-dateistatus.
           select steuersatz-datei assign to "steuersatz_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select bericht-datei assign to "ust_auswertung.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select sortier-datei assign to "ust_auswertung_sort".
       DATA DIVISION.
       FILE SECTION.
       FD  verlauf-datei.
       01  verlauf-satz.
           05  vl-schluessel    pic 9(9).
           05  vl-datum         pic 9(8).
           05  vl-zeit          pic 9(8).
           05  vl-zahl1         pic S9(10)V99.
           05  vl-operator      pic x(1).
           05  vl-zahl2         pic S9(10)V99.
           05  vl-ergebnis      pic S9(10)V99.
           05  vl-rest          pic 9V9999.
           05  vl-kostenstelle  pic x(6).
           05  vl-status        pic x.
           05  vl-bezug         pic 9(9).
           05  vl-steuer-kennzeichen pic x(10).
           05  vl-steuerbetrag  pic S9(10)V99.
           05  vl-belegdatum    pic 9(8).

       FD  steuersatz-datei.
       01  steuersatz-satz.
           05  st-kennzeichen   pic x(10).
           05  st-prozentsatz   pic 9(3)V99.
           05  st-gueltig-ab    pic 9(8).

       FD  bericht-datei.
       01  bericht-satz         pic x(132).

       SD  sortier-datei.
       01  sortier-satz.
           05  us-kennzeichen   pic x(10).
           05  us-satz          pic 9(3)V99.
           05  us-kostenstelle  pic x(6).
           05  us-richtung      pic x.
           05  us-netto         pic S9(12)V99.
           05  us-steuer        pic S9(12)V99.
           05  us-brutto        pic S9(12)V99.

       WORKING-STORAGE SECTION.
       01  ws-dateistatus       pic x(2).
       01  ws-verlauf-eof-schalter pic x value "N".
               88 ws-verlauf-eof value "J".
       01  ws-sortier-eof-schalter pic x value "N".
               88 ws-sortier-eof value "J".
       01  ws-stamm-eof-schalter pic x value "N".
               88 ws-stamm-eof value "J".
       01  ws-gelesene-saetze   pic 9(9) value zero.
       01  ws-ausgewertete-saetze pic 9(9) value zero.
       01  ws-stornierte-saetze pic 9(9) value zero.
       01  ws-ohne-kennzeichen  pic 9(9) value zero.
       01  ws-nicht-im-stamm    pic 9(9) value zero.

       01  ws-heute             pic 9(8).
       01  ws-zeitraum-art      pic x.
               88 ws-zeitraum-monat value "1".
               88 ws-zeitraum-quartal value "2".
       01  ws-eingabe-monat     pic 9(6).
       01  ws-eingabe-monat-teile redefines ws-eingabe-monat.
           05 ws-eingabe-jahr   pic 9(4).
           05 ws-eingabe-mm     pic 9(2).
       01  ws-eingabe-quartal-jahr pic 9(4).
       01  ws-eingabe-quartal   pic 9.
       01  ws-datum-von         pic 9(8).
       01  ws-datum-von-teile redefines ws-datum-von.
           05 ws-von-jahr       pic 9(4).
           05 ws-von-mm         pic 9(2).
           05 ws-von-tt         pic 9(2).
       01  ws-datum-bis         pic 9(8).
       01  ws-datum-bis-teile redefines ws-datum-bis.
           05 ws-bis-jahr       pic 9(4).
           05 ws-bis-mm         pic 9(2).
           05 ws-bis-tt         pic 9(2).
       01  ws-zeitraum-text     pic x(20).
       01  ws-satz-datum        pic 9(8).

       01  ws-steuersatz-tabelle.
           05 ws-steuersatz-anzahl pic 9(4) value zero.
           05 ws-steuersatz-eintrag occurs 1000 times.
               10 wst-kennzeichen  pic x(10).
               10 wst-prozentsatz  pic 9(3)V99.
       01  ws-steuer-index      pic 9(4).
       01  ws-stamm-gefunden-schalter pic x value "N".
               88 ws-stamm-gefunden value "J".

       01  ws-voranmeldung-tabelle.
           05 ws-voranmeldung-anzahl pic 9(3) value zero.
           05 ws-voranmeldung-eintrag occurs 50 times.
               10 va-satz          pic 9(3)V99.
               10 va-netto         pic S9(12)V99.
               10 va-steuer        pic S9(12)V99.
       01  ws-voranmeldung-index pic 9(3).
       01  ws-voranmeldung-fundindex pic 9(3).
       01  ws-voranmeldung-voll-schalter pic x value "N".
               88 ws-voranmeldung-voll value "J".

       01  ug-gruppe.
           05 ug-kennzeichen    pic x(10).
           05 ug-satz           pic 9(3)V99.
           05 ug-kostenstelle   pic x(6).
           05 ug-richtung       pic x.
           05 ug-anzahl         pic 9(7).
           05 ug-netto          pic S9(12)V99.
           05 ug-steuer         pic S9(12)V99.
           05 ug-brutto         pic S9(12)V99.
       01  ug-gruppe-offen-schalter pic x value "N".
               88 ug-gruppe-offen value "J".
       01  uk-summe.
           05 uk-kennzeichen    pic x(10).
           05 uk-satz           pic 9(3)V99.
           05 uk-anzahl         pic 9(7).
           05 uk-netto          pic S9(12)V99.
           05 uk-steuer         pic S9(12)V99.
           05 uk-brutto         pic S9(12)V99.
       01  uk-summe-offen-schalter pic x value "N".
               88 uk-summe-offen value "J".
       01  ut-gesamt.
           05 ut-anzahl         pic 9(7) value zero.
           05 ut-netto          pic S9(12)V99 value zero.
           05 ut-steuer         pic S9(12)V99 value zero.
           05 ut-brutto         pic S9(12)V99 value zero.
       01  ut-voranmeldung.
           05 uv-netto          pic S9(12)V99 value zero.
           05 uv-steuer         pic S9(12)V99 value zero.

       01  bericht-kopfzeile1.
           05 filler            pic x(34)
              value "UMSATZSTEUER-AUSWERTUNG   ERSTELLT".
           05 filler            pic x(2) value ": ".
           05 bk-datum          pic 9(8).
           05 filler            pic x(12) value "  ZEITRAUM: ".
           05 bk-zeitraum       pic x(20).
           05 filler            pic x(2) value spaces.
           05 bk-datum-von      pic 9(8).
           05 filler            pic x(3) value " - ".
           05 bk-datum-bis      pic 9(8).
       01  bericht-kopfzeile2.
           05 filler            pic x(11) value "STEUERKZ".
           05 filler            pic x(6) value "  SATZ".
           05 filler            pic x(3) value spaces.
           05 filler            pic x(7) value "KST".
           05 filler            pic x(14) value "RICHTUNG".
           05 filler            pic x(8) value "  ANZAHL".
           05 filler            pic x(18) value "             NETTO".
           05 filler            pic x(18) value "            STEUER".
           05 filler            pic x(18) value "            BRUTTO".
           05 filler            pic x(6) value "  STAM".
       01  bericht-detailzeile.
           05 bd-kennzeichen    pic x(10).
           05 filler            pic x value space.
           05 bd-satz           pic zz9,99.
           05 filler            pic x(3) value spaces.
           05 bd-kostenstelle   pic x(6).
           05 filler            pic x value space.
           05 bd-richtung       pic x(14).
           05 bd-anzahl         pic z(7)9.
           05 bd-netto          pic -(14)9,99.
           05 bd-steuer         pic -(14)9,99.
           05 bd-brutto         pic -(14)9,99.
           05 filler            pic x(2) value spaces.
           05 bd-stamm          pic x(4).
       01  bericht-summenzeile.
           05 bs-kennzeichen    pic x(10).
           05 filler            pic x value space.
           05 bs-satz           pic zz9,99.
           05 filler            pic x(3) value spaces.
           05 filler            pic x(21) value "SUMME".
           05 bs-anzahl         pic z(7)9.
           05 bs-netto          pic -(14)9,99.
           05 bs-steuer         pic -(14)9,99.
           05 bs-brutto         pic -(14)9,99.
       01  bericht-gesamtzeile.
           05 filler            pic x(41) value "GESAMTSUMME".
           05 bg-anzahl         pic z(7)9.
           05 bg-netto          pic -(14)9,99.
           05 bg-steuer         pic -(14)9,99.
           05 bg-brutto         pic -(14)9,99.
       01  bericht-va-kopfzeile1.
           05 filler            pic x(41)
              value "WERTE FUER DIE UMSATZSTEUER-VORANMELDUNG ".
           05 bvk-zeitraum      pic x(20).
       01  bericht-va-kopfzeile2.
           05 filler            pic x(10) value "STEUERSATZ".
           05 filler            pic x(22)
              value "  BEMESSUNGSGRUNDLAGE".
           05 filler            pic x(18) value "            STEUER".
       01  bericht-va-zeile.
           05 bv-satz           pic zz9,99.
           05 filler            pic x(6) value " %    ".
           05 bv-netto          pic -(17)9,99.
           05 bv-steuer         pic -(14)9,99.
       01  bericht-va-summenzeile.
           05 filler            pic x(12) value "SUMME".
           05 bvs-netto         pic -(17)9,99.
           05 bvs-steuer        pic -(14)9,99.
       01  bericht-leerzeile    pic x(132) value spaces.
       01  bericht-schlusszeile.
           05 filler            pic x(19)
              value "AUSGEWERTET SAETZE:".
           05 sz-ausgewertet    pic z(8)9.
           05 filler            pic x(12) value " STORNIERT: ".
           05 sz-storniert      pic z(8)9.
           05 filler            pic x(14) value " OHNE STEUKZ: ".
           05 sz-ohne-kz        pic z(8)9.
           05 filler            pic x(17) value " NICHT IM STAMM: ".
           05 sz-nicht-stamm    pic z(8)9.

       PROCEDURE DIVISION.
       beginn section.
        accept ws-heute from date yyyymmdd
        display "Auswertungszeitraum:"
        display "1) Monat"
        display "2) Quartal"
        accept ws-zeitraum-art
        evaluate true
                when ws-zeitraum-monat
                     display "Monat (JJJJMM):"
                     accept ws-eingabe-monat
                     if ws-eingabe-monat < 190001
                        or ws-eingabe-monat > 299912
                        or ws-eingabe-mm < 1 or ws-eingabe-mm > 12
                      display "Monatsangabe unplausibel."
                      move 8 to return-code
                      goback
                     end-if
                     move ws-eingabe-jahr to ws-von-jahr
                     move ws-eingabe-mm to ws-von-mm
                     move ws-eingabe-jahr to ws-bis-jahr
                     move ws-eingabe-mm to ws-bis-mm
                     move spaces to ws-zeitraum-text
                     string "MONAT "          delimited by size
                            ws-eingabe-monat  delimited by size
                            into ws-zeitraum-text
                     end-string
                when ws-zeitraum-quartal
                     display "Jahr (JJJJ):"
                     accept ws-eingabe-quartal-jahr
                     display "Quartal (1-4):"
                     accept ws-eingabe-quartal
                     if ws-eingabe-quartal-jahr < 1900
                        or ws-eingabe-quartal < 1
                        or ws-eingabe-quartal > 4
                      display "Quartalsangabe unplausibel."
                      move 8 to return-code
                      goback
                     end-if
                     move ws-eingabe-quartal-jahr to ws-von-jahr
                     move ws-eingabe-quartal-jahr to ws-bis-jahr
                     compute ws-von-mm = ws-eingabe-quartal * 3 - 2
                     compute ws-bis-mm = ws-eingabe-quartal * 3
                     move spaces to ws-zeitraum-text
                     string "QUARTAL "        delimited by size
                            ws-eingabe-quartal delimited by size
                            "/"               delimited by size
                            ws-eingabe-quartal-jahr delimited by size
                            into ws-zeitraum-text
                     end-string
                when other
                     display "Unbekannte Auswahl."
                     move 8 to return-code
                     goback
        end-evaluate
        move 1 to ws-von-tt
        move 31 to ws-bis-tt
        perform steuersaetze-laden
        open input verlauf-datei
        if ws-dateistatus not = "00"
         display "Verlaufsdatei verlauf.dat kann nicht geoeffnet"
                 &" werden."
         move 8 to return-code
         goback
        end-if
        open output bericht-datei
        if ws-dateistatus not = "00"
         display "Bericht ust_auswertung.txt kann nicht angelegt"
                 &" werden."
         close verlauf-datei
         move 8 to return-code
         goback
        end-if
        sort sortier-datei
            ascending key us-kennzeichen us-satz
                          us-kostenstelle us-richtung
            input procedure is verlauf-einlesen
            output procedure is bericht-erstellen
        close verlauf-datei
        close bericht-datei
        display "Bericht ust_auswertung.txt erstellt."
        display "Gelesene Saetze:     " ws-gelesene-saetze
        display "Ausgewertete Saetze: " ws-ausgewertete-saetze
        display "Stornierte Saetze:   " ws-stornierte-saetze
        display "Nicht im Stamm:      " ws-nicht-im-stamm
        move zero to return-code
        goback.

       verlauf-einlesen section.
        move "N" to ws-verlauf-eof-schalter
        perform until ws-verlauf-eof
            read verlauf-datei next
                at end move "J" to ws-verlauf-eof-schalter
                not at end
                    add 1 to ws-gelesene-saetze
                    perform verlauf-satz-auswerten
            end-read
        end-perform
        exit.

       verlauf-satz-auswerten section.
        if vl-operator = "1" or vl-operator = "2"
         if vl-belegdatum = zero
          move vl-datum to ws-satz-datum
         else
          move vl-belegdatum to ws-satz-datum
         end-if
         if ws-satz-datum >= ws-datum-von
            and ws-satz-datum <= ws-datum-bis
          if vl-status = "S" or vl-status = "G"
           add 1 to ws-stornierte-saetze
          else
           perform umsatz-freigeben
          end-if
         end-if
        end-if
        exit.

       umsatz-freigeben section.
        add 1 to ws-ausgewertete-saetze
        move vl-zahl2 to us-satz
        move vl-kostenstelle to us-kostenstelle
        move vl-operator to us-richtung
        if vl-operator = "1"
         move vl-zahl1 to us-netto
         move vl-ergebnis to us-brutto
        else
         move vl-ergebnis to us-netto
         move vl-zahl1 to us-brutto
        end-if
        if vl-steuer-kennzeichen = spaces
         add 1 to ws-ohne-kennzeichen
         move "(OHNE)" to us-kennzeichen
         compute us-steuer = us-brutto - us-netto
        else
         move vl-steuer-kennzeichen to us-kennzeichen
         move vl-steuerbetrag to us-steuer
        end-if
        release sortier-satz
        exit.

       bericht-erstellen section.
        move ws-heute to bk-datum
        move ws-zeitraum-text to bk-zeitraum
        move ws-datum-von to bk-datum-von
        move ws-datum-bis to bk-datum-bis
        write bericht-satz from bericht-kopfzeile1
        write bericht-satz from bericht-leerzeile
        write bericht-satz from bericht-kopfzeile2
        move "N" to ug-gruppe-offen-schalter
        move "N" to uk-summe-offen-schalter
        move "N" to ws-sortier-eof-schalter
        perform until ws-sortier-eof
            return sortier-datei
                at end move "J" to ws-sortier-eof-schalter
                not at end perform sortier-satz-verarbeiten
            end-return
        end-perform
        if ug-gruppe-offen
         perform gruppe-abschliessen
        end-if
        if uk-summe-offen
         perform kennzeichen-abschliessen
        end-if
        write bericht-satz from bericht-leerzeile
        move ut-anzahl to bg-anzahl
        move ut-netto to bg-netto
        move ut-steuer to bg-steuer
        move ut-brutto to bg-brutto
        write bericht-satz from bericht-gesamtzeile
        perform voranmeldung-schreiben
        write bericht-satz from bericht-leerzeile
        move ws-ausgewertete-saetze to sz-ausgewertet
        move ws-stornierte-saetze to sz-storniert
        move ws-ohne-kennzeichen to sz-ohne-kz
        move ws-nicht-im-stamm to sz-nicht-stamm
        write bericht-satz from bericht-schlusszeile
        exit.

       sortier-satz-verarbeiten section.
        if ug-gruppe-offen
           and (us-kennzeichen not = ug-kennzeichen
                or us-satz not = ug-satz
                or us-kostenstelle not = ug-kostenstelle
                or us-richtung not = ug-richtung)
         perform gruppe-abschliessen
        end-if
        if uk-summe-offen
           and (us-kennzeichen not = uk-kennzeichen
                or us-satz not = uk-satz)
         perform kennzeichen-abschliessen
        end-if
        if not uk-summe-offen
         move us-kennzeichen to uk-kennzeichen
         move us-satz to uk-satz
         move zero to uk-anzahl
         move zero to uk-netto
         move zero to uk-steuer
         move zero to uk-brutto
         move "J" to uk-summe-offen-schalter
        end-if
        if not ug-gruppe-offen
         move us-kennzeichen to ug-kennzeichen
         move us-satz to ug-satz
         move us-kostenstelle to ug-kostenstelle
         move us-richtung to ug-richtung
         move zero to ug-anzahl
         move zero to ug-netto
         move zero to ug-steuer
         move zero to ug-brutto
         move "J" to ug-gruppe-offen-schalter
        end-if
        add 1 to ug-anzahl
        add us-netto to ug-netto
        add us-steuer to ug-steuer
        add us-brutto to ug-brutto
        exit.

       gruppe-abschliessen section.
        move ug-kennzeichen to bd-kennzeichen
        move ug-satz to bd-satz
        move ug-kostenstelle to bd-kostenstelle
        if ug-richtung = "1"
         move "NETTO->BRUTTO" to bd-richtung
        else
         move "BRUTTO->NETTO" to bd-richtung
        end-if
        move ug-anzahl to bd-anzahl
        move ug-netto to bd-netto
        move ug-steuer to bd-steuer
        move ug-brutto to bd-brutto
        perform stamm-pruefen
        if ws-stamm-gefunden
         move spaces to bd-stamm
        else
         move "FEHL" to bd-stamm
         add ug-anzahl to ws-nicht-im-stamm
        end-if
        write bericht-satz from bericht-detailzeile
        add ug-anzahl to uk-anzahl
        add ug-netto to uk-netto
        add ug-steuer to uk-steuer
        add ug-brutto to uk-brutto
        move "N" to ug-gruppe-offen-schalter
        exit.

       kennzeichen-abschliessen section.
        move uk-kennzeichen to bs-kennzeichen
        move uk-satz to bs-satz
        move uk-anzahl to bs-anzahl
        move uk-netto to bs-netto
        move uk-steuer to bs-steuer
        move uk-brutto to bs-brutto
        write bericht-satz from bericht-summenzeile
        write bericht-satz from bericht-leerzeile
        add uk-anzahl to ut-anzahl
        add uk-netto to ut-netto
        add uk-steuer to ut-steuer
        add uk-brutto to ut-brutto
        perform voranmeldung-sammeln
        move "N" to uk-summe-offen-schalter
        exit.

       voranmeldung-sammeln section.
        move zero to ws-voranmeldung-fundindex
        perform varying ws-voranmeldung-index from 1 by 1
                until ws-voranmeldung-index > ws-voranmeldung-anzahl
            if va-satz(ws-voranmeldung-index) = uk-satz
             move ws-voranmeldung-index to ws-voranmeldung-fundindex
            end-if
        end-perform
        if ws-voranmeldung-fundindex = zero
         if ws-voranmeldung-anzahl < 50
          add 1 to ws-voranmeldung-anzahl
          move ws-voranmeldung-anzahl to ws-voranmeldung-fundindex
          move uk-satz to va-satz(ws-voranmeldung-fundindex)
          move zero to va-netto(ws-voranmeldung-fundindex)
          move zero to va-steuer(ws-voranmeldung-fundindex)
         else
          move "J" to ws-voranmeldung-voll-schalter
         end-if
        end-if
        if ws-voranmeldung-fundindex > zero
         add uk-netto to va-netto(ws-voranmeldung-fundindex)
         add uk-steuer to va-steuer(ws-voranmeldung-fundindex)
        end-if
        exit.

       voranmeldung-schreiben section.
        write bericht-satz from bericht-leerzeile
        write bericht-satz from bericht-leerzeile
        move ws-zeitraum-text to bvk-zeitraum
        write bericht-satz from bericht-va-kopfzeile1
        write bericht-satz from bericht-leerzeile
        write bericht-satz from bericht-va-kopfzeile2
        perform varying ws-voranmeldung-index from 1 by 1
                until ws-voranmeldung-index > ws-voranmeldung-anzahl
            move va-satz(ws-voranmeldung-index) to bv-satz
            move va-netto(ws-voranmeldung-index) to bv-netto
            move va-steuer(ws-voranmeldung-index) to bv-steuer
            write bericht-satz from bericht-va-zeile
            add va-netto(ws-voranmeldung-index) to uv-netto
            add va-steuer(ws-voranmeldung-index) to uv-steuer
        end-perform
        move uv-netto to bvs-netto
        move uv-steuer to bvs-steuer
        write bericht-satz from bericht-va-summenzeile
        if ws-voranmeldung-voll
         move spaces to bericht-satz
         move "WARNUNG: MEHR ALS 50 STEUERSAETZE,"
              &" VORANMELDUNG UNVOLLSTAENDIG."
              to bericht-satz
         write bericht-satz
        end-if
        if ws-nicht-im-stamm > zero
         move spaces to bericht-satz
         move "HINWEIS: MIT FEHL GEKENNZEICHNETE KOMBINATIONEN"
              &" FEHLEN IN STEUERSATZ_STAMM.TXT."
              to bericht-satz
         write bericht-satz
        end-if
        exit.

       stamm-pruefen section.
        move "N" to ws-stamm-gefunden-schalter
        perform varying ws-steuer-index from 1 by 1
                until ws-steuer-index > ws-steuersatz-anzahl
                   or ws-stamm-gefunden
            if wst-kennzeichen(ws-steuer-index) = ug-kennzeichen
               and wst-prozentsatz(ws-steuer-index) = ug-satz
             move "J" to ws-stamm-gefunden-schalter
            end-if
        end-perform
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
                     end-if
             end-read
         end-perform
         close steuersatz-datei
        else
         display "Steuersatzstamm steuersatz_stamm.txt nicht"
                 &" verfuegbar, Stammabgleich entfaellt."
        end-if
        exit.

       END PROGRAM ustauswertung.
