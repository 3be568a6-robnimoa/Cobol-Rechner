      ******************************************************************
      * Author: Robert-Andreas Nietsch
      * Date: 15.10.2026
      * Purpose: Kursdifferenz-Auswertung - Neubewertung der
      *          Waehrungsumrechnungen aus Audit-Log und Archiven zum
      *          Stichtagskurs je Waehrungspaar und Kostenstelle
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. kursdifferenz.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select audit-quell-datei assign using ws-quell-dateiname
               organization is line sequential
               file status is ws-dateistatus.
           select verlauf-datei assign to "verlauf.dat"
               organization is indexed
               access mode is dynamic
               record key is vl-schluessel
               file status is ws-dateistatus.
           select kurs-datei assign to "kurs_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select bericht-datei assign to "kursdifferenz.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select sortier-datei assign to "kursdifferenz_sort".
       DATA DIVISION.
       FILE SECTION.
       FD  audit-quell-datei.
       01  audit-satz           pic x(400).

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

       FD  kurs-datei.
       01  kurs-satz.
           05  ku-von           pic x(3).
           05  ku-nach          pic x(3).
           05  ku-kurs          pic 9(4)V9(6).
           05  ku-datum         pic 9(8).

       FD  bericht-datei.
       01  bericht-satz         pic x(160).

       SD  sortier-datei.
       01  sortier-satz.
           05  kd-nach          pic x(3).
           05  kd-von           pic x(3).
           05  kd-kostenstelle  pic x(6).
           05  kd-datum         pic 9(8).
           05  kd-zeit          pic 9(8).
           05  kd-betrag        pic S9(10)V99.
           05  kd-kurs-alt      pic 9(4)V9(6).
           05  kd-invers-alt    pic x.
           05  kd-ergebnis-alt  pic S9(10)V99.
           05  kd-kurs-neu      pic 9(4)V9(6).
           05  kd-invers-neu    pic x.
           05  kd-ergebnis-neu  pic S9(12)V99.
           05  kd-differenz     pic S9(12)V99.
           05  kd-kurs-fehlt    pic x.

       WORKING-STORAGE SECTION.
       01  ws-dateistatus       pic x(2).
       01  ws-audit-eof-schalter pic x value "N".
               88 ws-audit-eof value "J".
       01  ws-sortier-eof-schalter pic x value "N".
               88 ws-sortier-eof value "J".
       01  ws-kurs-eof-schalter pic x value "N".
               88 ws-kurs-eof value "J".
       01  ws-verlauf-offen-schalter pic x value "N".
               88 ws-verlauf-offen value "J".
       01  ws-monate-fertig-schalter pic x value "N".
               88 ws-monate-fertig value "J".
       01  ws-storniert-schalter pic x value "N".
               88 ws-storniert value "J".

       01  ws-gelesene-zeilen   pic 9(7) value zero.
       01  ws-umrechnungen      pic 9(7) value zero.
       01  ws-stornierte-zeilen pic 9(7) value zero.
       01  ws-ohne-stichtagskurs pic 9(7) value zero.
       01  ws-fehlende-archive  pic 9(3) value zero.

       01  ws-heute             pic 9(8).
       01  ws-datum-von         pic 9(8).
       01  ws-datum-bis         pic 9(8).
       01  ws-stichtag          pic 9(8).
       01  ws-satz-datum        pic 9(8).
       01  ws-quell-dateiname   pic x(30).
       01  ws-lese-monat        pic 9(6).
       01  ws-lese-monat-teile redefines ws-lese-monat.
           05 ws-lese-jahr      pic 9(4).
           05 ws-lese-mm        pic 9(2).
       01  ws-monat-bis         pic 9(6).

       01  ws-audit-werte.
           05 ws-audit-betrag   pic x(12).
           05 ws-audit-betrag-n redefines ws-audit-betrag
                                pic S9(10)V99.
           05 ws-audit-ergebnis pic x(12).
           05 ws-audit-ergebnis-n redefines ws-audit-ergebnis
                                pic S9(10)V99.
           05 ws-audit-kurs     pic x(10).
           05 ws-audit-kurs-n redefines ws-audit-kurs
                                pic 9(4)V9(6).

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
       01  ws-kurs-fruehestes-datum pic 9(8).
       01  ws-kurs-karenztage   pic 9(2) value 4.
       01  ws-tage-zahl         pic 9(7).
       01  ws-kurs-invers-schalter pic x value "N".
               88 ws-kurs-invers value "J".
       01  ws-waehrung-von      pic x(3).
       01  ws-waehrung-nach     pic x(3).

       01  kg-kostenstelle-summe.
           05 kg-offen-schalter pic x value "N".
               88 kg-offen      value "J".
           05 kg-nach           pic x(3).
           05 kg-von            pic x(3).
           05 kg-kostenstelle   pic x(6).
           05 kg-anzahl         pic 9(7).
           05 kg-betrag         pic S9(12)V99.
           05 kg-ergebnis-alt   pic S9(12)V99.
           05 kg-ergebnis-neu   pic S9(12)V99.
           05 kg-differenz      pic S9(12)V99.
       01  kp-paar-summe.
           05 kp-offen-schalter pic x value "N".
               88 kp-offen      value "J".
           05 kp-nach           pic x(3).
           05 kp-von            pic x(3).
           05 kp-anzahl         pic 9(7).
           05 kp-betrag         pic S9(12)V99.
           05 kp-ergebnis-alt   pic S9(12)V99.
           05 kp-ergebnis-neu   pic S9(12)V99.
           05 kp-differenz      pic S9(12)V99.
       01  kw-waehrung-summe.
           05 kw-offen-schalter pic x value "N".
               88 kw-offen      value "J".
           05 kw-nach           pic x(3).
           05 kw-anzahl         pic 9(7).
           05 kw-ergebnis-alt   pic S9(12)V99.
           05 kw-ergebnis-neu   pic S9(12)V99.
           05 kw-gewinn         pic S9(12)V99.
           05 kw-verlust        pic S9(12)V99.
           05 kw-differenz      pic S9(12)V99.

       01  bericht-kopfzeile1.
           05 filler            pic x(34)
              value "KURSDIFFERENZ-AUSWERTUNG  ERSTELLT".
           05 filler            pic x(2) value ": ".
           05 bk-datum          pic 9(8).
           05 filler            pic x(12) value "  ZEITRAUM: ".
           05 bk-datum-von      pic 9(8).
           05 filler            pic x(3) value " - ".
           05 bk-datum-bis      pic 9(8).
           05 filler            pic x(12) value "  STICHTAG: ".
           05 bk-stichtag       pic 9(8).
       01  bericht-kopfzeile2.
           05 filler            pic x(9) value "DATUM".
           05 filler            pic x(8) value "PAAR".
           05 filler            pic x(7) value "KST".
           05 filler            pic x(18) value "      BETRAG QUELL".
           05 filler            pic x(14) value "   KURS DAMALS".
           05 filler            pic x(18) value "       BETRAG ZIEL".
           05 filler            pic x(14) value "  STICHTAGKURS".
           05 filler            pic x(19) value "       NEUBEWERTUNG".
           05 filler            pic x(19) value "      KURSDIFFERENZ".
           05 filler            pic x(8) value "  ART".
       01  bericht-detailzeile.
           05 bd-datum          pic 9(8).
           05 filler            pic x value space.
           05 bd-von            pic x(3).
           05 filler            pic x value "/".
           05 bd-nach           pic x(3).
           05 filler            pic x value space.
           05 bd-kostenstelle   pic x(6).
           05 filler            pic x value space.
           05 bd-betrag         pic -(14)9,99.
           05 bd-kurs-alt       pic z(4)9,9(6).
           05 bd-invers-alt     pic x(2).
           05 bd-ergebnis-alt   pic -(14)9,99.
           05 bd-kurs-neu       pic z(4)9,9(6).
           05 bd-invers-neu     pic x(2).
           05 bd-ergebnis-neu   pic -(15)9,99.
           05 bd-differenz      pic -(15)9,99.
           05 filler            pic x(2) value spaces.
           05 bd-art            pic x(20).
       01  bericht-summenzeile.
           05 bs-text           pic x(8).
           05 filler            pic x value space.
           05 bs-von            pic x(3).
           05 bs-trenner        pic x.
           05 bs-nach           pic x(3).
           05 filler            pic x value space.
           05 bs-kostenstelle   pic x(6).
           05 filler            pic x value space.
           05 bs-betrag         pic -(14)9,99.
           05 filler            pic x(14) value spaces.
           05 bs-ergebnis-alt   pic -(14)9,99.
           05 filler            pic x(14) value spaces.
           05 bs-ergebnis-neu   pic -(15)9,99.
           05 bs-differenz      pic -(15)9,99.
           05 filler            pic x(2) value spaces.
           05 bs-anzahl         pic z(6)9.
           05 filler            pic x(11) value " UMRECHNG.".
       01  bericht-waehrungszeile1.
           05 filler            pic x(19)
              value "SUMME ZIELWAEHRUNG ".
           05 bw-nach           pic x(3).
           05 filler            pic x(10) value "  ANZAHL: ".
           05 bw-anzahl         pic z(6)9.
           05 filler            pic x(16) value "  BETRAG DAMALS:".
           05 bw-ergebnis-alt   pic -(14)9,99.
           05 filler            pic x(16) value "  NEUBEWERTUNG:".
           05 bw-ergebnis-neu   pic -(15)9,99.
       01  bericht-waehrungszeile2.
           05 filler            pic x(22) value spaces.
           05 filler            pic x(10) value "  GEWINN: ".
           05 bw-gewinn         pic -(14)9,99.
           05 filler            pic x(11) value "  VERLUST:".
           05 bw-verlust        pic -(14)9,99.
           05 filler            pic x(9) value "  SALDO:".
           05 bw-differenz      pic -(15)9,99.
       01  bericht-leerzeile    pic x(160) value spaces.
       01  bericht-schlusszeile.
           05 filler            pic x(14) value "UMRECHNUNGEN: ".
           05 sz-umrechnungen   pic z(6)9.
           05 filler            pic x(13) value " STORNIERT: ".
           05 sz-storniert      pic z(6)9.
           05 filler            pic x(23)
              value " OHNE STICHTAGSKURS: ".
           05 sz-ohne-kurs      pic z(6)9.
           05 filler            pic x(19) value " FEHLENDE ARCHIVE: ".
           05 sz-fehlend        pic zz9.

       PROCEDURE DIVISION.
       beginn section.
        accept ws-heute from date yyyymmdd
        display "Umrechnungen vom (JJJJMMTT):"
        accept ws-datum-von
        display "Umrechnungen bis (JJJJMMTT, 0 = heute):"
        accept ws-datum-bis
        if ws-datum-bis = zero
         move ws-heute to ws-datum-bis
        end-if
        display "Stichtag (JJJJMMTT, 0 = heute):"
        accept ws-stichtag
        if ws-stichtag = zero
         move ws-heute to ws-stichtag
        end-if
        if ws-datum-von < 19000101 or ws-datum-bis > 29991231
           or ws-stichtag < 19000101 or ws-stichtag > 29991231
         display "Datumsangaben unplausibel."
         move 8 to return-code
         goback
        end-if
        if function test-date-yyyymmdd(ws-datum-von) not = zero
         display "Datum von ist kein gueltiges Datum."
         move 8 to return-code
         goback
        end-if
        if function test-date-yyyymmdd(ws-datum-bis) not = zero
         display "Datum bis ist kein gueltiges Datum."
         move 8 to return-code
         goback
        end-if
        if ws-datum-von > ws-datum-bis
         display "Datum von liegt nach Datum bis."
         move 8 to return-code
         goback
        end-if
        if function test-date-yyyymmdd(ws-stichtag) not = zero
         display "Stichtag ist kein gueltiges Datum."
         move 8 to return-code
         goback
        end-if
        compute ws-tage-zahl =
                function integer-of-date(ws-stichtag)
                - ws-kurs-karenztage
        compute ws-kurs-fruehestes-datum =
                function date-of-integer(ws-tage-zahl)
        perform kurse-laden
        if ws-kurs-anzahl = zero
         display "Kursdatei kurs_stamm.txt leer oder nicht"
                 &" vorhanden."
         move 8 to return-code
         goback
        end-if
        open output bericht-datei
        if ws-dateistatus not = "00"
         display "Bericht kursdifferenz.txt kann nicht angelegt"
                 &" werden."
         move 8 to return-code
         goback
        end-if
        open input verlauf-datei
        if ws-dateistatus = "00"
         move "J" to ws-verlauf-offen-schalter
        else
         display "Verlaufsdatei verlauf.dat nicht verfuegbar,"
                 &" Stornierungen werden nicht erkannt."
        end-if
        sort sortier-datei
            ascending key kd-nach kd-von kd-kostenstelle
                          kd-datum kd-zeit
            input procedure is umrechnungen-einlesen
            output procedure is bericht-erstellen
        if ws-verlauf-offen
         close verlauf-datei
        end-if
        close bericht-datei
        display "Bericht kursdifferenz.txt erstellt."
        display "Gelesene Zeilen:      " ws-gelesene-zeilen
        display "Umrechnungen:         " ws-umrechnungen
        display "Stornierte Zeilen:    " ws-stornierte-zeilen
        display "Ohne Stichtagskurs:   " ws-ohne-stichtagskurs
        display "Fehlende Archive:     " ws-fehlende-archive
        move zero to return-code
        goback.

       umrechnungen-einlesen section.
        move ws-datum-von(1:6) to ws-lese-monat
        move ws-heute(1:6) to ws-monat-bis
        subtract 1 from ws-monat-bis
        if ws-monat-bis(5:2) = "00"
         subtract 88 from ws-monat-bis
        end-if
        move "N" to ws-monate-fertig-schalter
        if ws-lese-monat > ws-monat-bis
         move "J" to ws-monate-fertig-schalter
        end-if
        perform until ws-monate-fertig
            move spaces to ws-quell-dateiname
            string "audit_"         delimited by size
                   ws-lese-jahr     delimited by size
                   "_"              delimited by size
                   ws-lese-mm       delimited by size
                   ".txt"           delimited by size
                   into ws-quell-dateiname
            end-string
            perform quelle-einlesen
            if ws-lese-monat >= ws-monat-bis
             move "J" to ws-monate-fertig-schalter
            else
             if ws-lese-mm = 12
              add 1 to ws-lese-jahr
              move 1 to ws-lese-mm
             else
              add 1 to ws-lese-mm
             end-if
            end-if
        end-perform
        move "audit_log.txt" to ws-quell-dateiname
        perform quelle-einlesen
        exit.

       quelle-einlesen section.
        open input audit-quell-datei
        if ws-dateistatus not = "00"
         display "Quelle " ws-quell-dateiname " nicht gefunden."
         add 1 to ws-fehlende-archive
        else
         move "N" to ws-audit-eof-schalter
         read audit-quell-datei
             at end move "J" to ws-audit-eof-schalter
         end-read
         perform until ws-audit-eof
             add 1 to ws-gelesene-zeilen
             perform audit-zeile-pruefen
             read audit-quell-datei
                 at end move "J" to ws-audit-eof-schalter
             end-read
         end-perform
         close audit-quell-datei
        end-if
        exit.

       audit-zeile-pruefen section.
        if audit-satz(93:11) = " UEBERLAUF="
           and audit-satz(53:1) = "u"
           and audit-satz(123:10) is numeric
           and audit-satz(104:1) = "N"
           and audit-satz(116:1) = "N"
           and audit-satz(117:6) = " KURS="
           and audit-satz(1:8) is numeric
         move audit-satz(1:8) to ws-satz-datum
         if audit-satz(262:7) = " BELEG="
            and audit-satz(269:8) is numeric
            and audit-satz(269:8) not = "00000000"
          move audit-satz(269:8) to ws-satz-datum
         end-if
         if ws-satz-datum >= ws-datum-von
            and ws-satz-datum <= ws-datum-bis
          perform storno-pruefen
          if ws-storniert
           add 1 to ws-stornierte-zeilen
          else
           perform umrechnung-freigeben
          end-if
         end-if
        end-if
        exit.

       storno-pruefen section.
        move "N" to ws-storniert-schalter
        if audit-satz(211:5) = " REF="
           and audit-satz(216:1) = "S"
         move "J" to ws-storniert-schalter
        else
         if ws-verlauf-offen
            and audit-satz(198:4) = " VL="
            and audit-satz(202:9) is numeric
          move audit-satz(202:9) to vl-schluessel
          if vl-schluessel > zero
           read verlauf-datei
               invalid key continue
               not invalid key
                   if vl-status = "S"
                    move "J" to ws-storniert-schalter
                   end-if
           end-read
          end-if
         end-if
        end-if
        exit.

       umrechnung-freigeben section.
        add 1 to ws-umrechnungen
        move audit-satz(166:3) to kd-nach
        move audit-satz(157:3) to kd-von
        if audit-satz(187:5) = " KST="
         move audit-satz(192:6) to kd-kostenstelle
        else
         move spaces to kd-kostenstelle
        end-if
        move ws-satz-datum to kd-datum
        move audit-satz(10:8) to kd-zeit
        move audit-satz(40:12) to ws-audit-betrag
        move audit-satz(70:12) to ws-audit-ergebnis
        move audit-satz(123:10) to ws-audit-kurs
        move ws-audit-betrag-n to kd-betrag
        move ws-audit-kurs-n to kd-kurs-alt
        move audit-satz(177:1) to kd-invers-alt
        move ws-audit-ergebnis-n to kd-ergebnis-alt
        move kd-von to ws-waehrung-von
        move kd-nach to ws-waehrung-nach
        perform stichtagskurs-ermitteln
        if ws-kurs-fundindex = zero
         add 1 to ws-ohne-stichtagskurs
         move "J" to kd-kurs-fehlt
         move zero to kd-kurs-neu
         move space to kd-invers-neu
         move kd-ergebnis-alt to kd-ergebnis-neu
         move zero to kd-differenz
        else
         move "N" to kd-kurs-fehlt
         move wk-kurs(ws-kurs-fundindex) to kd-kurs-neu
         move ws-kurs-invers-schalter to kd-invers-neu
         if ws-kurs-invers
          compute kd-ergebnis-neu rounded = kd-betrag / kd-kurs-neu
         else
          compute kd-ergebnis-neu rounded = kd-betrag * kd-kurs-neu
         end-if
         compute kd-differenz = kd-ergebnis-neu - kd-ergebnis-alt
        end-if
        release sortier-satz
        exit.

       stichtagskurs-ermitteln section.
        move zero to ws-kurs-fundindex
        move zero to ws-kurs-funddatum
        move "N" to ws-kurs-invers-schalter
        move 1 to ws-kurs-index
        perform until ws-kurs-index > ws-kurs-anzahl
            if wk-von(ws-kurs-index) = ws-waehrung-von
               and wk-nach(ws-kurs-index) = ws-waehrung-nach
               and wk-kurs(ws-kurs-index) > zero
               and wk-datum(ws-kurs-index) <= ws-stichtag
               and wk-datum(ws-kurs-index) >= ws-kurs-fruehestes-datum
               and wk-datum(ws-kurs-index) >= ws-kurs-funddatum
             move ws-kurs-index to ws-kurs-fundindex
             move wk-datum(ws-kurs-index) to ws-kurs-funddatum
            end-if
            add 1 to ws-kurs-index
        end-perform
        if ws-kurs-fundindex = zero
         move 1 to ws-kurs-index
         perform until ws-kurs-index > ws-kurs-anzahl
             if wk-von(ws-kurs-index) = ws-waehrung-nach
                and wk-nach(ws-kurs-index) = ws-waehrung-von
                and wk-kurs(ws-kurs-index) > zero
                and wk-datum(ws-kurs-index) <= ws-stichtag
                and wk-datum(ws-kurs-index)
                    >= ws-kurs-fruehestes-datum
                and wk-datum(ws-kurs-index) >= ws-kurs-funddatum
              move ws-kurs-index to ws-kurs-fundindex
              move wk-datum(ws-kurs-index) to ws-kurs-funddatum
              move "J" to ws-kurs-invers-schalter
             end-if
             add 1 to ws-kurs-index
         end-perform
        end-if
        exit.

       bericht-erstellen section.
        move ws-heute to bk-datum
        move ws-datum-von to bk-datum-von
        move ws-datum-bis to bk-datum-bis
        move ws-stichtag to bk-stichtag
        write bericht-satz from bericht-kopfzeile1
        write bericht-satz from bericht-leerzeile
        write bericht-satz from bericht-kopfzeile2
        move "N" to kg-offen-schalter
        move "N" to kp-offen-schalter
        move "N" to kw-offen-schalter
        move "N" to ws-sortier-eof-schalter
        perform until ws-sortier-eof
            return sortier-datei
                at end move "J" to ws-sortier-eof-schalter
                not at end perform sortier-satz-verarbeiten
            end-return
        end-perform
        if kg-offen
         perform kostenstelle-abschliessen
        end-if
        if kp-offen
         perform paar-abschliessen
        end-if
        if kw-offen
         perform waehrung-abschliessen
        end-if
        write bericht-satz from bericht-leerzeile
        move ws-umrechnungen to sz-umrechnungen
        move ws-stornierte-zeilen to sz-storniert
        move ws-ohne-stichtagskurs to sz-ohne-kurs
        move ws-fehlende-archive to sz-fehlend
        write bericht-satz from bericht-schlusszeile
        exit.

       sortier-satz-verarbeiten section.
        if kg-offen
           and (kd-nach not = kg-nach or kd-von not = kg-von
                or kd-kostenstelle not = kg-kostenstelle)
         perform kostenstelle-abschliessen
        end-if
        if kp-offen
           and (kd-nach not = kp-nach or kd-von not = kp-von)
         perform paar-abschliessen
        end-if
        if kw-offen
           and kd-nach not = kw-nach
         perform waehrung-abschliessen
        end-if
        if not kw-offen
         move kd-nach to kw-nach
         move zero to kw-anzahl
         move zero to kw-ergebnis-alt
         move zero to kw-ergebnis-neu
         move zero to kw-gewinn
         move zero to kw-verlust
         move zero to kw-differenz
         move "J" to kw-offen-schalter
        end-if
        if not kp-offen
         move kd-nach to kp-nach
         move kd-von to kp-von
         move zero to kp-anzahl
         move zero to kp-betrag
         move zero to kp-ergebnis-alt
         move zero to kp-ergebnis-neu
         move zero to kp-differenz
         move "J" to kp-offen-schalter
        end-if
        if not kg-offen
         move kd-nach to kg-nach
         move kd-von to kg-von
         move kd-kostenstelle to kg-kostenstelle
         move zero to kg-anzahl
         move zero to kg-betrag
         move zero to kg-ergebnis-alt
         move zero to kg-ergebnis-neu
         move zero to kg-differenz
         move "J" to kg-offen-schalter
        end-if
        move kd-datum to bd-datum
        move kd-von to bd-von
        move kd-nach to bd-nach
        move kd-kostenstelle to bd-kostenstelle
        move kd-betrag to bd-betrag
        move kd-kurs-alt to bd-kurs-alt
        if kd-invers-alt = "J"
         move " I" to bd-invers-alt
        else
         move spaces to bd-invers-alt
        end-if
        move kd-ergebnis-alt to bd-ergebnis-alt
        move kd-kurs-neu to bd-kurs-neu
        if kd-invers-neu = "J"
         move " I" to bd-invers-neu
        else
         move spaces to bd-invers-neu
        end-if
        move kd-ergebnis-neu to bd-ergebnis-neu
        move kd-differenz to bd-differenz
        evaluate true
                when kd-kurs-fehlt = "J"
                     move "KEIN STICHTAGSKURS" to bd-art
                when kd-differenz > zero
                     move "KURSGEWINN" to bd-art
                when kd-differenz < zero
                     move "KURSVERLUST" to bd-art
                when other
                     move spaces to bd-art
        end-evaluate
        write bericht-satz from bericht-detailzeile
        add 1 to kg-anzahl
        add kd-betrag to kg-betrag
        add kd-ergebnis-alt to kg-ergebnis-alt
        add kd-ergebnis-neu to kg-ergebnis-neu
        add kd-differenz to kg-differenz
        if kd-differenz > zero
         add kd-differenz to kw-gewinn
        else
         add kd-differenz to kw-verlust
        end-if
        exit.

       kostenstelle-abschliessen section.
        move "SUMME" to bs-text
        move kg-von to bs-von
        move "/" to bs-trenner
        move kg-nach to bs-nach
        move kg-kostenstelle to bs-kostenstelle
        move kg-betrag to bs-betrag
        move kg-ergebnis-alt to bs-ergebnis-alt
        move kg-ergebnis-neu to bs-ergebnis-neu
        move kg-differenz to bs-differenz
        move kg-anzahl to bs-anzahl
        write bericht-satz from bericht-summenzeile
        add kg-anzahl to kp-anzahl
        add kg-betrag to kp-betrag
        add kg-ergebnis-alt to kp-ergebnis-alt
        add kg-ergebnis-neu to kp-ergebnis-neu
        add kg-differenz to kp-differenz
        move "N" to kg-offen-schalter
        exit.

       paar-abschliessen section.
        move "SUMME" to bs-text
        move kp-von to bs-von
        move "/" to bs-trenner
        move kp-nach to bs-nach
        move "GESAMT" to bs-kostenstelle
        move kp-betrag to bs-betrag
        move kp-ergebnis-alt to bs-ergebnis-alt
        move kp-ergebnis-neu to bs-ergebnis-neu
        move kp-differenz to bs-differenz
        move kp-anzahl to bs-anzahl
        write bericht-satz from bericht-summenzeile
        write bericht-satz from bericht-leerzeile
        add kp-anzahl to kw-anzahl
        add kp-ergebnis-alt to kw-ergebnis-alt
        add kp-ergebnis-neu to kw-ergebnis-neu
        add kp-differenz to kw-differenz
        move "N" to kp-offen-schalter
        exit.

       waehrung-abschliessen section.
        move kw-nach to bw-nach
        move kw-anzahl to bw-anzahl
        move kw-ergebnis-alt to bw-ergebnis-alt
        move kw-ergebnis-neu to bw-ergebnis-neu
        move kw-gewinn to bw-gewinn
        move kw-verlust to bw-verlust
        move kw-differenz to bw-differenz
        write bericht-satz from bericht-waehrungszeile1
        write bericht-satz from bericht-waehrungszeile2
        write bericht-satz from bericht-leerzeile
        move "N" to kw-offen-schalter
        exit.

       kurse-laden section.
        move zero to ws-kurs-anzahl
        open input kurs-datei
        if ws-dateistatus = "00"
         move "N" to ws-kurs-eof-schalter
         perform until ws-kurs-eof
             read kurs-datei
                 at end move "J" to ws-kurs-eof-schalter
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

       END PROGRAM kursdifferenz.
