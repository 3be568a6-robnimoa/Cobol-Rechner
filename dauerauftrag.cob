      ******************************************************************
      * Author: Robert-Andreas Nietsch
      * Date: 15.10.2026
      * Purpose: Dauerauftraege einsteuern - liest
      *          dauerauftrag_stamm.txt, ermittelt fuer jeden nicht
      *          ausgesetzten Auftrag die bis zum Laufdatum faelligen
      *          Termine (monatlich, vierteljaehrlich, halbjaehrlich
      *          oder jaehrlich) und haengt sie als eigenen
      *          Vorsatz/Nachsatz-Block an stapel_eingabe.txt an; das
      *          Datum der letzten Ausfuehrung wird im Stamm
      *          fortgeschrieben, damit kein Termin doppelt erzeugt
      *          wird; Liste nach dauerauftrag_liste.txt; bei Fehlern
      *          Returncode 8 (Nachtlauf)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dauerauftrag.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select dauerauftrag-datei
               assign to "dauerauftrag_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select stapel-eingabe-datei assign to "stapel_eingabe.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select dauerauftrag-liste-datei
               assign to "dauerauftrag_liste.txt"
               organization is line sequential
               file status is ws-dateistatus.
       DATA DIVISION.
       FILE SECTION.
       FD  dauerauftrag-datei.
       01  dauerauftrag-satz    pic x(100).

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

       FD  dauerauftrag-liste-datei.
       01  dauerauftrag-liste-satz pic x(132).

       WORKING-STORAGE SECTION.
       01  ws-dateistatus       pic x(2).
       01  ws-datum             pic 9(8).
       01  ws-zeit              pic 9(8).
       01  ws-datei-eof-schalter pic x value "N".
               88 ws-datei-eof value "J".
       01  ws-fehler-anzahl     pic 9(5) value zero.

       01  ws-dauerauftrag.
           05  wd-nummer        pic 9(6).
           05  wd-satzart       pic x.
               88 wd-satzart-gueltig value "R" "M" "W".
           05  wd-kostenstelle  pic x(6).
           05  wd-daten         pic x(31).
           05  wd-daten-betrag redefines wd-daten.
               10 wd-betrag     pic S9(10)V99.
               10 filler        pic x(19).
           05  wd-rhythmus      pic x.
               88 wd-rhythmus-gueltig value "M" "Q" "H" "J".
           05  wd-erste-ausfuehrung pic 9(8).
           05  wd-letzte-ausfuehrung pic 9(8).
           05  wd-zuletzt-ausgefuehrt pic 9(8).
           05  wd-ausgesetzt    pic x.
               88 wd-auftrag-ausgesetzt value "J".
           05  wd-bezeichnung   pic x(30).

       01  ws-auftrag-tabelle.
           05 ws-auftrag-eintrag occurs 500 times.
               10 wa-satz       pic x(100).
       01  ws-auftrag-anzahl    pic 9(3) value zero.
       01  ws-auftrag-index     pic 9(3).
       01  ws-stamm-geaendert-schalter pic x value "N".
               88 ws-stamm-geaendert value "J".

       01  ws-erzeugt-tabelle.
           05 ws-erzeugt-eintrag occurs 2000 times.
               10 we-satz       pic x(38).
       01  ws-erzeugt-anzahl    pic 9(4) value zero.
       01  ws-erzeugt-summe     pic S9(14)V99 value zero.
       01  ws-erzeugt-voll-schalter pic x value "N".
               88 ws-erzeugt-voll value "J".

       01  ws-monatsschritt     pic 9(2).
       01  ws-termin-nummer     pic 9(4).
       01  ws-termin-ende-schalter pic x.
               88 ws-termine-ende value "J".
       01  ws-termin-offen-schalter pic x.
               88 ws-termine-offen value "J".
       01  ws-auftrag-termine   pic 9(2).
       01  ws-auftrag-max-termine pic 9(2) value 12.
       01  ws-neu-zuletzt       pic 9(8).
       01  ws-basis-jahr        pic 9(4).
       01  ws-basis-monat       pic 9(2).
       01  ws-basis-tag         pic 9(2).
       01  ws-monatsindex       pic 9(6).
       01  ws-termin.
           05  ws-termin-jahr   pic 9(4).
           05  ws-termin-monat  pic 9(2).
           05  ws-termin-tag    pic 9(2).
       01  ws-termin-datum redefines ws-termin pic 9(8).
       01  ws-folgemonat.
           05  ws-folge-jahr    pic 9(4).
           05  ws-folge-monat   pic 9(2).
           05  ws-folge-tag     pic 9(2).
       01  ws-folgemonat-datum redefines ws-folgemonat pic 9(8).
       01  ws-monatsende        pic 9(8).

       01  ws-stapel-neu-schalter pic x value "N".
               88 ws-stapel-neu value "J".
       01  ws-stapel-ok-schalter pic x value "J".
               88 ws-stapel-ok value "J".
       01  ws-stapel-saetze     pic 9(9) value zero.
       01  ws-stapel-erste-satzart pic x value space.
       01  ws-stapel-letzte-satzart pic x value space.

       01  ws-anzahl-ausgesetzt pic 9(5) value zero.
       01  ws-anzahl-beendet    pic 9(5) value zero.
       01  ws-anzahl-nicht-faellig pic 9(5) value zero.
       01  ws-anzahl-faellig    pic 9(5) value zero.

       01  ws-liste-zeile       pic x(132).
       01  dl-kopfzeile.
           05  filler           pic x(34)
               value "DAUERAUFTRAEGE EINSTEUERN  LAUF: ".
           05  dlk-datum        pic 9(8).
           05  filler           pic x(4) value " UM ".
           05  dlk-zeit         pic 9(8).
       01  dl-spaltenzeile.
           05  filler           pic x(45)
               value "NUMMER BEZEICHNUNG                    ART KST".
           05  filler           pic x(39)
               value "    TERMIN              BETRAG  HINWEIS".
       01  dl-detailzeile.
           05  dld-nummer       pic 9(6).
           05  filler           pic x value space.
           05  dld-bezeichnung  pic x(30).
           05  filler           pic x value space.
           05  dld-satzart      pic x.
           05  filler           pic x(3) value spaces.
           05  dld-kostenstelle pic x(6).
           05  filler           pic x value space.
           05  dld-termin       pic 9(8).
           05  filler           pic x value space.
           05  dld-betrag       pic z.zzz.zzz.zz9,99-.
           05  filler           pic x(2) value spaces.
           05  dld-hinweis      pic x(50).
       01  dl-summenzeile.
           05  dls-text         pic x(30).
           05  dls-anzahl       pic z(8)9.
       01  dl-betragszeile.
           05  dlb-text         pic x(30).
           05  dlb-summe        pic zz.zzz.zzz.zzz.zz9,99-.

       PROCEDURE DIVISION.
       beginn section.
        accept ws-datum from date yyyymmdd
        accept ws-zeit from time
        open output dauerauftrag-liste-datei
        if ws-dateistatus not = "00"
         display "Liste dauerauftrag_liste.txt kann nicht angelegt"
                 &" werden."
         move 8 to return-code
         goback
        end-if
        move ws-datum to dlk-datum
        move ws-zeit to dlk-zeit
        write dauerauftrag-liste-satz from dl-kopfzeile
        move spaces to dauerauftrag-liste-satz
        write dauerauftrag-liste-satz
        write dauerauftrag-liste-satz from dl-spaltenzeile
        move spaces to dauerauftrag-liste-satz
        write dauerauftrag-liste-satz
        perform auftraege-laden
        perform auftrag-verarbeiten
                varying ws-auftrag-index from 1 by 1
                until ws-auftrag-index > ws-auftrag-anzahl
        if ws-erzeugt-anzahl > zero
         perform stapel-pruefen
         if ws-stapel-ok
          perform stapel-block-schreiben
         end-if
         if ws-stapel-ok
          perform auftraege-schreiben
         else
          add 1 to ws-fehler-anzahl
          move spaces to ws-liste-zeile
          move "STAPEL NICHT ERGAENZT, LETZTE AUSFUEHRUNG NICHT"
               &" FORTGESCHRIEBEN." to ws-liste-zeile
          perform liste-zeile-schreiben
         end-if
        end-if
        perform liste-abschliessen
        close dauerauftrag-liste-datei
        display "Dauerauftraege: " ws-erzeugt-anzahl
                " Saetze erzeugt, Fehler: " ws-fehler-anzahl
        if ws-fehler-anzahl = zero
         move zero to return-code
        else
         move 8 to return-code
        end-if
        goback.

       liste-zeile-schreiben section.
        write dauerauftrag-liste-satz from ws-liste-zeile
        exit.

       auftraege-laden section.
        move zero to ws-auftrag-anzahl
        open input dauerauftrag-datei
        if ws-dateistatus not = "00"
         move spaces to ws-liste-zeile
         move "KEIN DAUERAUFTRAGSSTAMM dauerauftrag_stamm.txt"
              &" VORHANDEN." to ws-liste-zeile
         perform liste-zeile-schreiben
        else
         move "N" to ws-datei-eof-schalter
         perform until ws-datei-eof
             read dauerauftrag-datei
                 at end move "J" to ws-datei-eof-schalter
                 not at end
                     if dauerauftrag-satz not = spaces
                      perform auftrag-aufnehmen
                     end-if
             end-read
         end-perform
         close dauerauftrag-datei
        end-if
        exit.

       auftrag-aufnehmen section.
        if ws-auftrag-anzahl < 500
         add 1 to ws-auftrag-anzahl
         move dauerauftrag-satz to wa-satz(ws-auftrag-anzahl)
        else
         add 1 to ws-fehler-anzahl
         move dauerauftrag-satz to ws-dauerauftrag
         move spaces to dl-detailzeile
         move wd-nummer to dld-nummer
         move wd-bezeichnung to dld-bezeichnung
         move "FEHLER: STAMMTABELLE VOLL, NICHT VERARBEITET"
              to dld-hinweis
         write dauerauftrag-liste-satz from dl-detailzeile
        end-if
        exit.

       auftrag-verarbeiten section.
        move wa-satz(ws-auftrag-index) to ws-dauerauftrag
        evaluate true
                when wd-nummer not numeric
                  or not wd-satzart-gueltig
                  or not wd-rhythmus-gueltig
                  or wd-erste-ausfuehrung not numeric
                  or wd-letzte-ausfuehrung not numeric
                  or wd-zuletzt-ausgefuehrt not numeric
                     add 1 to ws-fehler-anzahl
                     move "FEHLER: AUFTRAGSSATZ UNGUELTIG"
                          to dld-hinweis
                     perform auftrag-zeile-schreiben
                when function test-date-yyyymmdd
                         (wd-erste-ausfuehrung) not = zero
                     add 1 to ws-fehler-anzahl
                     move "FEHLER: ERSTE AUSFUEHRUNG KEIN GUELTIGES"
                          &" DATUM" to dld-hinweis
                     perform auftrag-zeile-schreiben
                when wd-auftrag-ausgesetzt
                     add 1 to ws-anzahl-ausgesetzt
                     move "AUSGESETZT" to dld-hinweis
                     perform auftrag-zeile-schreiben
                when wd-letzte-ausfuehrung not = zero
                 and wd-zuletzt-ausgefuehrt >= wd-letzte-ausfuehrung
                     add 1 to ws-anzahl-beendet
                     move "BEENDET" to dld-hinweis
                     perform auftrag-zeile-schreiben
                when other
                     perform termine-ermitteln
        end-evaluate
        exit.

       auftrag-zeile-schreiben section.
        move wd-nummer to dld-nummer
        move wd-bezeichnung to dld-bezeichnung
        move wd-satzart to dld-satzart
        move wd-kostenstelle to dld-kostenstelle
        move zero to dld-termin
        if wd-betrag is numeric
         move wd-betrag to dld-betrag
        else
         move zero to dld-betrag
        end-if
        write dauerauftrag-liste-satz from dl-detailzeile
        move spaces to dld-hinweis
        exit.

       termine-ermitteln section.
        evaluate wd-rhythmus
                when "M" move 1 to ws-monatsschritt
                when "Q" move 3 to ws-monatsschritt
                when "H" move 6 to ws-monatsschritt
                when other move 12 to ws-monatsschritt
        end-evaluate
        move wd-erste-ausfuehrung(1:4) to ws-basis-jahr
        move wd-erste-ausfuehrung(5:2) to ws-basis-monat
        move wd-erste-ausfuehrung(7:2) to ws-basis-tag
        move wd-zuletzt-ausgefuehrt to ws-neu-zuletzt
        move zero to ws-termin-nummer
        move zero to ws-auftrag-termine
        move "N" to ws-termin-ende-schalter
        move "N" to ws-termin-offen-schalter
        perform until ws-termine-ende
            perform termin-berechnen
            evaluate true
                    when ws-termin-datum > ws-datum
                         move "J" to ws-termin-ende-schalter
                    when wd-letzte-ausfuehrung not = zero
                     and ws-termin-datum > wd-letzte-ausfuehrung
                         move "J" to ws-termin-ende-schalter
                    when ws-termin-datum <= ws-neu-zuletzt
                         continue
                    when ws-auftrag-termine >= ws-auftrag-max-termine
                      or ws-erzeugt-voll
                         move "J" to ws-termin-offen-schalter
                         move "J" to ws-termin-ende-schalter
                    when other
                         perform stapelsatz-erzeugen
                         move ws-termin-datum to ws-neu-zuletzt
            end-evaluate
            add 1 to ws-termin-nummer
        end-perform
        if ws-auftrag-termine = zero
         if ws-termine-offen
          add 1 to ws-fehler-anzahl
          move "FEHLER: STAPELTABELLE VOLL, NICHT ERZEUGT"
               to dld-hinweis
         else
          if wd-letzte-ausfuehrung not = zero
             and wd-letzte-ausfuehrung < ws-datum
           add 1 to ws-anzahl-beendet
           move "BEENDET" to dld-hinweis
          else
           add 1 to ws-anzahl-nicht-faellig
           move "NICHT FAELLIG" to dld-hinweis
          end-if
         end-if
         perform auftrag-zeile-schreiben
        else
         add 1 to ws-anzahl-faellig
         move ws-neu-zuletzt to wd-zuletzt-ausgefuehrt
         move ws-dauerauftrag to wa-satz(ws-auftrag-index)
         move "J" to ws-stamm-geaendert-schalter
         if ws-termine-offen
          move spaces to dl-detailzeile
          move wd-nummer to dld-nummer
          move wd-bezeichnung to dld-bezeichnung
          move "WEITERE TERMINE FOLGEN IM NAECHSTEN LAUF"
               to dld-hinweis
          write dauerauftrag-liste-satz from dl-detailzeile
          move spaces to dld-hinweis
         end-if
        end-if
        exit.

       termin-berechnen section.
        compute ws-monatsindex = ws-basis-jahr * 12
                               + ws-basis-monat - 1
                               + ws-termin-nummer * ws-monatsschritt
        divide ws-monatsindex by 12 giving ws-termin-jahr
               remainder ws-termin-monat
        add 1 to ws-termin-monat
        if ws-termin-monat = 12
         compute ws-folge-jahr = ws-termin-jahr + 1
         move 1 to ws-folge-monat
        else
         move ws-termin-jahr to ws-folge-jahr
         compute ws-folge-monat = ws-termin-monat + 1
        end-if
        move 1 to ws-folge-tag
        compute ws-monatsende = function date-of-integer
                (function integer-of-date(ws-folgemonat-datum) - 1)
        if ws-basis-tag > ws-monatsende(7:2)
         move ws-monatsende(7:2) to ws-termin-tag
        else
         move ws-basis-tag to ws-termin-tag
        end-if
        exit.

       stapelsatz-erzeugen section.
        if ws-erzeugt-anzahl < 2000
         add 1 to ws-erzeugt-anzahl
         add 1 to ws-auftrag-termine
         move spaces to stapel-eingabe-satz
         move wd-satzart to se-satzart
         move wd-kostenstelle to se-kostenstelle
         move wd-daten to se-daten
         evaluate true
                 when se-satzart-mwst
                      move ws-termin-datum to sem-belegdatum
                 when se-satzart-waehrung
                      move ws-termin-datum to sew-belegdatum
         end-evaluate
         if se-zahl1 is numeric
          add se-zahl1 to ws-erzeugt-summe
         end-if
         move stapel-eingabe-satz to we-satz(ws-erzeugt-anzahl)
         move wd-nummer to dld-nummer
         move wd-bezeichnung to dld-bezeichnung
         move wd-satzart to dld-satzart
         move wd-kostenstelle to dld-kostenstelle
         move ws-termin-datum to dld-termin
         if se-zahl1 is numeric
          move se-zahl1 to dld-betrag
         else
          move zero to dld-betrag
         end-if
         move "ERZEUGT" to dld-hinweis
         write dauerauftrag-liste-satz from dl-detailzeile
         move spaces to dld-hinweis
        else
         move "J" to ws-erzeugt-voll-schalter
        end-if
        exit.

       stapel-pruefen section.
        move "J" to ws-stapel-ok-schalter
        move "N" to ws-stapel-neu-schalter
        move zero to ws-stapel-saetze
        move space to ws-stapel-erste-satzart
        move space to ws-stapel-letzte-satzart
        open input stapel-eingabe-datei
        evaluate ws-dateistatus
                when "00"
                     move "N" to ws-datei-eof-schalter
                     perform until ws-datei-eof
                         read stapel-eingabe-datei
                             at end move "J" to ws-datei-eof-schalter
                             not at end
                                 add 1 to ws-stapel-saetze
                                 if ws-stapel-saetze = 1
                                  move se-satzart
                                       to ws-stapel-erste-satzart
                                 end-if
                                 move se-satzart
                                      to ws-stapel-letzte-satzart
                         end-read
                     end-perform
                     close stapel-eingabe-datei
                     if ws-stapel-saetze = zero
                      move "J" to ws-stapel-neu-schalter
                     else
                      if ws-stapel-erste-satzart not = "V"
                         or ws-stapel-letzte-satzart not = "N"
                       move "N" to ws-stapel-ok-schalter
                       move spaces to ws-liste-zeile
                       move "FEHLER: STAPELDATEI stapel_eingabe.txt"
                            &" ENTHAELT KEINEN ABGESCHLOSSENEN"
                            &" VORSATZ/NACHSATZ-BLOCK."
                            to ws-liste-zeile
                       perform liste-zeile-schreiben
                      end-if
                     end-if
                when "35"
                     move "J" to ws-stapel-neu-schalter
                when other
                     move "N" to ws-stapel-ok-schalter
                     move spaces to ws-liste-zeile
                     string "FEHLER: STAPELDATEI NICHT LESBAR, STATUS "
                            delimited by size
                            ws-dateistatus delimited by size
                            into ws-liste-zeile
                     end-string
                     perform liste-zeile-schreiben
        end-evaluate
        exit.

       stapel-block-schreiben section.
        if ws-stapel-neu
         open output stapel-eingabe-datei
        else
         open extend stapel-eingabe-datei
        end-if
        if ws-dateistatus not = "00"
         move "N" to ws-stapel-ok-schalter
        else
         move spaces to stapel-vorsatz
         move "V" to sv-satzart
         move "DAUERA" to sv-absender
         move ws-datum to sv-erstelldatum
         move ws-zeit(1:6) to sv-dateinummer
         write stapel-vorsatz
         if ws-dateistatus not = "00"
          move "N" to ws-stapel-ok-schalter
         end-if
         perform stapelsatz-schreiben
                 varying ws-auftrag-index from 1 by 1
                 until ws-auftrag-index > ws-erzeugt-anzahl
         move spaces to stapel-nachsatz
         move "N" to sn-satzart
         move ws-erzeugt-anzahl to sn-satzanzahl
         move ws-erzeugt-summe to sn-kontrollsumme
         write stapel-nachsatz
         if ws-dateistatus not = "00"
          move "N" to ws-stapel-ok-schalter
         end-if
         close stapel-eingabe-datei
        end-if
        if not ws-stapel-ok
         move spaces to ws-liste-zeile
         move "FEHLER: SCHREIBEN IN stapel_eingabe.txt"
              &" FEHLGESCHLAGEN." to ws-liste-zeile
         perform liste-zeile-schreiben
        end-if
        exit.

       stapelsatz-schreiben section.
        write stapel-eingabe-satz from we-satz(ws-auftrag-index)
        if ws-dateistatus not = "00"
         move "N" to ws-stapel-ok-schalter
        end-if
        exit.

       auftraege-schreiben section.
        if ws-stamm-geaendert
         open output dauerauftrag-datei
         if ws-dateistatus not = "00"
          add 1 to ws-fehler-anzahl
          move spaces to ws-liste-zeile
          move "FEHLER: dauerauftrag_stamm.txt KANN NICHT"
               &" FORTGESCHRIEBEN WERDEN." to ws-liste-zeile
          perform liste-zeile-schreiben
         else
          perform auftrag-schreiben
                  varying ws-auftrag-index from 1 by 1
                  until ws-auftrag-index > ws-auftrag-anzahl
          close dauerauftrag-datei
         end-if
        end-if
        exit.

       auftrag-schreiben section.
        write dauerauftrag-satz from wa-satz(ws-auftrag-index)
        exit.

       liste-abschliessen section.
        move spaces to dauerauftrag-liste-satz
        write dauerauftrag-liste-satz
        move "DAUERAUFTRAEGE GELESEN:       " to dls-text
        move ws-auftrag-anzahl to dls-anzahl
        write dauerauftrag-liste-satz from dl-summenzeile
        move "DAVON AUSGEFUEHRT:            " to dls-text
        move ws-anzahl-faellig to dls-anzahl
        write dauerauftrag-liste-satz from dl-summenzeile
        move "DAVON NICHT FAELLIG:          " to dls-text
        move ws-anzahl-nicht-faellig to dls-anzahl
        write dauerauftrag-liste-satz from dl-summenzeile
        move "DAVON AUSGESETZT:             " to dls-text
        move ws-anzahl-ausgesetzt to dls-anzahl
        write dauerauftrag-liste-satz from dl-summenzeile
        move "DAVON BEENDET:                " to dls-text
        move ws-anzahl-beendet to dls-anzahl
        write dauerauftrag-liste-satz from dl-summenzeile
        move "ERZEUGTE STAPELSAETZE:        " to dls-text
        move ws-erzeugt-anzahl to dls-anzahl
        write dauerauftrag-liste-satz from dl-summenzeile
        move "KONTROLLSUMME:                " to dlb-text
        move ws-erzeugt-summe to dlb-summe
        write dauerauftrag-liste-satz from dl-betragszeile
        move "FEHLER:                       " to dls-text
        move ws-fehler-anzahl to dls-anzahl
        write dauerauftrag-liste-satz from dl-summenzeile
        exit.

       END PROGRAM dauerauftrag.
