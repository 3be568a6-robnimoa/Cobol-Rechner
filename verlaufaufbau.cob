      ******************************************************************
      * Author: Robert-Andreas Nietsch
      * Date: 15.10.2026
      * Purpose: Wiederaufbau der Verlaufsdatei verlauf.dat aus den
      *          Audit-Archiven, audit_log_rest.txt und audit_log.txt -
      *          wahlweise vollstaendiger Neuaufbau oder Ergaenzung
      *          der fehlenden Eintraege; Eintraege ohne Verlaufs-
      *          schluessel erhalten neue Schluessel, die Zuordnung
      *          steht in verlauf_nachtrag.txt; Protokoll nach
      *          verlaufaufbau_protokoll.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. verlaufaufbau.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select audit-quell-datei assign using ws-quell-dateiname
               organization is line sequential
               file status is ws-dateistatus.
           select archiv-protokoll-datei
               assign to "archiv_protokoll.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select verlauf-datei assign to "verlauf.dat"
               organization is indexed
               access mode is dynamic
               record key is vl-schluessel
               file status is ws-dateistatus.
           select vorsicherung-datei
               assign using ws-vorsicherung-dateiname
               organization is line sequential
               file status is ws-dateistatus.
           select nachtrag-datei assign to "verlauf_nachtrag.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select protokoll-datei
               assign to "verlaufaufbau_protokoll.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select sortier-datei assign to "verlaufaufbau_sort".
       DATA DIVISION.
       FILE SECTION.
       FD  audit-quell-datei.
       01  audit-satz           pic x(400).

       FD  archiv-protokoll-datei.
       01  archiv-protokoll-satz pic x(120).

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
               88 vl-storniert value "S".
           05  vl-bezug         pic 9(9).
           05  vl-steuer-kennzeichen pic x(10).
           05  vl-steuerbetrag  pic S9(10)V99.
           05  vl-belegdatum    pic 9(8).

       FD  vorsicherung-datei.
       01  vorsicherung-satz    pic x(200).

       FD  nachtrag-datei.
       01  nachtrag-satz.
           05  vn-schluessel    pic 9(9).
           05  filler           pic x.
           05  vn-zeile         pic x(345).

       FD  protokoll-datei.
       01  protokoll-satz       pic x(160).

       SD  sortier-datei.
       01  sortier-satz.
           05  va-gruppe        pic x.
           05  va-schluessel    pic 9(9).
           05  va-datum         pic 9(8).
           05  va-zeit          pic 9(8).
           05  va-zeile         pic x(345).
           05  va-art           pic x.

       WORKING-STORAGE SECTION.
       01  ws-dateistatus       pic x(2).
       01  ws-audit-eof-schalter pic x value "N".
               88 ws-audit-eof value "J".
       01  ws-datei-eof-schalter pic x value "N".
               88 ws-datei-eof value "J".
       01  ws-sortier-eof-schalter pic x value "N".
               88 ws-sortier-eof value "J".
       01  ws-modus             pic x.
               88 ws-modus-neuaufbau value "1".
               88 ws-modus-ergaenzen value "2".
       01  ws-bestaetigung      pic x.
       01  ws-verlauf-offen-schalter pic x value "N".
               88 ws-verlauf-offen value "J".
       01  ws-satz-gueltig-schalter pic x value "N".
               88 ws-satz-gueltig value "J".
       01  ws-vorlauf-schalter  pic x value "N".
               88 ws-vorlauf value "J".

       01  ws-datum             pic 9(8).
       01  ws-zeit              pic 9(8).
       01  ws-stempel           pic 9(14).
       01  ws-quell-dateiname   pic x(30).
       01  ws-vorsicherung-dateiname pic x(50).
       01  ws-verlauf-dateiname pic x(50) value "verlauf.dat".
       01  ws-beiseite-dateiname pic x(50).
       01  ws-oeffnen-status    pic x(2).

       01  ws-monats-tabelle.
           05 ws-monat-eintrag occurs 600 times.
               10 wm-monat      pic 9(6).
               10 wm-geloescht  pic x.
       01  ws-monat-anzahl      pic 9(3) value zero.
       01  ws-monat-index       pic 9(3).
       01  ws-monat-fundindex   pic 9(3).
       01  ws-protokoll-monat   pic 9(6).

       01  ws-nachtrag-tabelle.
           05 ws-nachtrag-eintrag occurs 20000 times.
               10 wn-schluessel pic 9(9).
               10 wn-zeile      pic x(345).
       01  ws-nachtrag-anzahl   pic 9(5) value zero.
       01  ws-nachtrag-index    pic 9(5).
       01  ws-nachtrag-fundindex pic 9(5).
       01  ws-nachtrag-uebergangen pic 9(9) value zero.
       01  ws-nachtrag-schluessel pic 9(9).
       01  ws-such-zeile        pic x(345).

       01  ws-hoechster-schluessel pic 9(9) value zero.
       01  ws-vorher-schluessel pic 9(9) value zero.
       01  ws-vorher-zeile      pic x(345) value spaces.
       01  ws-neuer-satz        pic x(113).
       01  ws-referenz-art      pic x.
       01  ws-bezug             pic 9(9).
       01  ws-aktueller-schluessel pic 9(9).
       01  ws-aktion            pic x(12).

       01  ws-zaehler.
           05 ws-zeilen-gelesen pic 9(9) value zero.
           05 ws-zeilen-ohne-buchung pic 9(9) value zero.
           05 ws-zeilen-doppelt pic 9(9) value zero.
           05 ws-saetze-neu     pic 9(9) value zero.
           05 ws-saetze-vorhanden pic 9(9) value zero.
           05 ws-saetze-abweichend pic 9(9) value zero.
           05 ws-saetze-nachgetragen pic 9(9) value zero.
           05 ws-saetze-storniert pic 9(9) value zero.
           05 ws-original-fehlt pic 9(9) value zero.
           05 ws-saetze-ungueltig pic 9(9) value zero.
           05 ws-altbestand-uebergangen pic 9(9) value zero.

       01  protokoll-kopfzeile.
           05 filler            pic x(30)
              value "WIEDERAUFBAU VERLAUF.DAT".
           05 filler            pic x(7) value "MODUS: ".
           05 pk-modus          pic x(12).
           05 filler            pic x(10) value " ERSTELLT ".
           05 pk-datum          pic 9(8).
           05 filler            pic x(4) value " UM ".
           05 pk-zeit           pic 9(8).
       01  protokoll-detailzeile.
           05 pd-aktion         pic x(12).
           05 filler            pic x value space.
           05 pd-schluessel     pic 9(9).
           05 filler            pic x value space.
           05 pd-datum          pic 9(8).
           05 filler            pic x value space.
           05 pd-zeit           pic 9(8).
           05 filler            pic x value space.
           05 pd-zahl1          pic x(12).
           05 filler            pic x value space.
           05 pd-operator       pic x.
           05 filler            pic x value space.
           05 pd-zahl2          pic x(12).
           05 filler            pic x(3) value " = ".
           05 pd-ergebnis       pic x(12).
           05 filler            pic x(5) value " KST=".
           05 pd-kostenstelle   pic x(6).
           05 filler            pic x(8) value " STATUS=".
           05 pd-status         pic x.
           05 filler            pic x(7) value " BEZUG=".
           05 pd-bezug          pic 9(9).
       01  protokoll-summenzeile.
           05 ps-text           pic x(40).
           05 ps-wert           pic z(8)9.
       01  protokoll-leerzeile  pic x(160) value spaces.

       PROCEDURE DIVISION.
       beginn section.
        accept ws-datum from date yyyymmdd
        accept ws-zeit from time
        compute ws-stempel = ws-datum * 1000000 + ws-zeit / 100
        display "Wiederaufbau verlauf.dat aus dem Audit-Log"
        display "1) Neuaufbau (verlauf.dat wird neu angelegt)"
        display "2) Nur fehlende Eintraege ergaenzen"
        accept ws-modus
        if not ws-modus-neuaufbau and not ws-modus-ergaenzen
         display "Unbekannte Auswahl."
         move 8 to return-code
         goback
        end-if
        if ws-modus-neuaufbau
         display "verlauf.dat wird vollstaendig ersetzt. Fortfahren?"
                 &" (j)a oder nein"
         accept ws-bestaetigung
         if ws-bestaetigung not = "j" and ws-bestaetigung not = "J"
          display "Wiederaufbau abgebrochen."
          goback
         end-if
        end-if
        open output protokoll-datei
        if ws-dateistatus not = "00"
         display "Protokoll verlaufaufbau_protokoll.txt kann nicht"
                 &" angelegt werden."
         move 8 to return-code
         goback
        end-if
        if ws-modus-neuaufbau
         move "NEUAUFBAU" to pk-modus
        else
         move "ERGAENZUNG" to pk-modus
        end-if
        move ws-datum to pk-datum
        move ws-zeit to pk-zeit
        write protokoll-satz from protokoll-kopfzeile
        write protokoll-satz from protokoll-leerzeile
        perform nachtrag-laden
        perform protokoll-lesen
        if ws-nachtrag-uebergangen = zero
         move "J" to ws-vorlauf-schalter
         perform audit-einlesen
         move "N" to ws-vorlauf-schalter
        end-if
        if ws-nachtrag-uebergangen > zero
         perform nachtrag-abbrechen
         goback
        end-if
        perform verlauf-bereitstellen
        if ws-verlauf-offen
         sort sortier-datei
             ascending key va-gruppe va-schluessel va-datum
                           va-zeit va-zeile
             input procedure is audit-einlesen
             output procedure is verlauf-aufbauen
         close verlauf-datei
        end-if
        perform summen-schreiben
        close protokoll-datei
        display "Wiederaufbau beendet, neu: " ws-saetze-neu
                " nachgetragen: " ws-saetze-nachgetragen
                " abweichend: " ws-saetze-abweichend
        display "Protokoll in verlaufaufbau_protokoll.txt."
        if ws-verlauf-offen
         move zero to return-code
        else
         move 8 to return-code
        end-if
        goback.

       nachtrag-laden section.
        move zero to ws-nachtrag-anzahl
        open input nachtrag-datei
        if ws-dateistatus = "00"
         move "N" to ws-datei-eof-schalter
         perform until ws-datei-eof
             read nachtrag-datei
                 at end move "J" to ws-datei-eof-schalter
                 not at end
                     if vn-schluessel is numeric
                      move vn-schluessel to ws-nachtrag-schluessel
                      move vn-zeile to ws-such-zeile
                      perform nachtrag-aufnehmen
                      if vn-schluessel > ws-hoechster-schluessel
                       move vn-schluessel to ws-hoechster-schluessel
                      end-if
                     end-if
             end-read
         end-perform
         close nachtrag-datei
        end-if
        exit.

       nachtrag-aufnehmen section.
        if ws-nachtrag-anzahl < 20000
         add 1 to ws-nachtrag-anzahl
         move ws-nachtrag-schluessel
              to wn-schluessel(ws-nachtrag-anzahl)
         move ws-such-zeile to wn-zeile(ws-nachtrag-anzahl)
        else
         add 1 to ws-nachtrag-uebergangen
        end-if
        exit.

       nachtrag-vormerken section.
        if audit-satz(93:11) = " UEBERLAUF="
           and audit-satz(104:1) not = "J"
           and audit-satz(116:1) not = "J"
         if audit-satz(198:4) = " VL="
            and audit-satz(202:9) is numeric
            and audit-satz(202:9) not = "000000000"
          continue
         else
          if audit-satz(198:4) = " VL=" or ws-modus-neuaufbau
           move audit-satz(1:345) to ws-such-zeile
           perform nachtrag-suchen
           if ws-nachtrag-fundindex = zero
            move zero to ws-nachtrag-schluessel
            perform nachtrag-aufnehmen
           end-if
          end-if
         end-if
        end-if
        exit.

       nachtrag-abbrechen section.
        display "Nachtragstabelle voll, " ws-nachtrag-uebergangen
                " Eintraege uebergangen - Wiederaufbau abgebrochen,"
        display "verlauf.dat und verlauf_nachtrag.txt bleiben"
                &" unveraendert."
        move spaces to protokoll-satz
        string "ABBRUCH: NACHTRAGSTABELLE VOLL (20000), "
                                   delimited by size
               ws-nachtrag-uebergangen delimited by size
               " EINTRAEGE UEBERGANGEN - VERLAUF.DAT UNVERAENDERT."
                                   delimited by size
               into protokoll-satz
        end-string
        write protokoll-satz
        close protokoll-datei
        move 8 to return-code
        exit.

       verlauf-bereitstellen section.
        move "N" to ws-verlauf-offen-schalter
        if ws-modus-neuaufbau
         perform verlauf-vorsichern
         if ws-verlauf-offen
          open output verlauf-datei
          if ws-dateistatus = "00"
           close verlauf-datei
          else
           move "N" to ws-verlauf-offen-schalter
          end-if
         end-if
        else
         open input verlauf-datei
         if ws-dateistatus = "00"
          move "N" to ws-datei-eof-schalter
          perform until ws-datei-eof
              read verlauf-datei next
                  at end move "J" to ws-datei-eof-schalter
                  not at end
                      if vl-schluessel > ws-hoechster-schluessel
                       move vl-schluessel to ws-hoechster-schluessel
                      end-if
              end-read
          end-perform
          close verlauf-datei
         else
          if ws-dateistatus = "35"
           open output verlauf-datei
           close verlauf-datei
          end-if
         end-if
         move "J" to ws-verlauf-offen-schalter
        end-if
        if ws-verlauf-offen
         open i-o verlauf-datei
         if ws-dateistatus not = "00"
          move "N" to ws-verlauf-offen-schalter
         end-if
        end-if
        if not ws-verlauf-offen
         display "verlauf.dat kann nicht bearbeitet werden (Status "
                 ws-dateistatus "), Wiederaufbau abgebrochen."
         move spaces to protokoll-satz
         move "ABBRUCH: VERLAUF.DAT KANN NICHT BEARBEITET WERDEN."
              to protokoll-satz
         write protokoll-satz
        end-if
        exit.

       verlauf-vorsichern section.
        move spaces to ws-vorsicherung-dateiname
        string "verlauf_vor_aufbau_" delimited by size
               ws-stempel            delimited by size
               ".txt"                delimited by size
               into ws-vorsicherung-dateiname
        end-string
        open input verlauf-datei
        if ws-dateistatus = "35"
         move "J" to ws-verlauf-offen-schalter
        else
         if ws-dateistatus = "00"
          open output vorsicherung-datei
          if ws-dateistatus = "00"
           move "J" to ws-verlauf-offen-schalter
           move "N" to ws-datei-eof-schalter
           perform until ws-datei-eof
               read verlauf-datei next
                   at end move "J" to ws-datei-eof-schalter
                   not at end
                       move spaces to vorsicherung-satz
                       move verlauf-satz to vorsicherung-satz
                       write vorsicherung-satz
               end-read
           end-perform
           close vorsicherung-datei
           move spaces to protokoll-satz
           string "BISHERIGER STAND GESICHERT IN " delimited by size
                  ws-vorsicherung-dateiname delimited by space
                  into protokoll-satz
           end-string
           write protokoll-satz
          end-if
          close verlauf-datei
         else
          perform verlauf-beiseitestellen
         end-if
        end-if
        exit.

       verlauf-beiseitestellen section.
        move ws-dateistatus to ws-oeffnen-status
        move spaces to ws-beiseite-dateiname
        string "verlauf_vor_aufbau_" delimited by size
               ws-stempel            delimited by size
               ".dat"                delimited by size
               into ws-beiseite-dateiname
        end-string
        call "CBL_RENAME_FILE" using ws-verlauf-dateiname
                                     ws-beiseite-dateiname
        move spaces to protokoll-satz
        if return-code = zero
         move "J" to ws-verlauf-offen-schalter
         string "VERLAUF.DAT NICHT LESBAR (STATUS " delimited by size
                ws-oeffnen-status     delimited by size
                "), UMBENANNT IN "    delimited by size
                ws-beiseite-dateiname delimited by space
                into protokoll-satz
         end-string
         display "verlauf.dat nicht lesbar (Status " ws-oeffnen-status
                 "), umbenannt in " ws-beiseite-dateiname
        else
         string "VERLAUF.DAT NICHT LESBAR (STATUS " delimited by size
                ws-oeffnen-status     delimited by size
                ") UND NICHT UMBENENNBAR." delimited by size
                into protokoll-satz
         end-string
        end-if
        write protokoll-satz
        move zero to return-code
        exit.

       protokoll-lesen section.
        move zero to ws-monat-anzahl
        open input archiv-protokoll-datei
        if ws-dateistatus = "00"
         move "N" to ws-datei-eof-schalter
         perform until ws-datei-eof
             read archiv-protokoll-datei
                 at end move "J" to ws-datei-eof-schalter
                 not at end perform protokoll-zeile-verarbeiten
             end-read
         end-perform
         close archiv-protokoll-datei
        end-if
        exit.

       protokoll-zeile-verarbeiten section.
        evaluate true
                when archiv-protokoll-satz(1:7) = "ARCHIV "
                     and archiv-protokoll-satz(8:6) is numeric
                     move archiv-protokoll-satz(8:6)
                          to ws-protokoll-monat
                     perform monat-suchen
                when archiv-protokoll-satz(1:10) = "GELOESCHT "
                     and archiv-protokoll-satz(11:6) is numeric
                     move archiv-protokoll-satz(11:6)
                          to ws-protokoll-monat
                     perform monat-suchen
                     if ws-monat-fundindex > zero
                      move "J" to wm-geloescht(ws-monat-fundindex)
                     end-if
        end-evaluate
        exit.

       monat-suchen section.
        move zero to ws-monat-fundindex
        move 1 to ws-monat-index
        perform until ws-monat-index > ws-monat-anzahl
                or ws-monat-fundindex > zero
            if wm-monat(ws-monat-index) = ws-protokoll-monat
             move ws-monat-index to ws-monat-fundindex
            else
             add 1 to ws-monat-index
            end-if
        end-perform
        if ws-monat-fundindex = zero
           and ws-monat-anzahl < 600
         add 1 to ws-monat-anzahl
         move ws-monat-anzahl to ws-monat-fundindex
         move ws-protokoll-monat to wm-monat(ws-monat-fundindex)
         move "N" to wm-geloescht(ws-monat-fundindex)
        end-if
        exit.

       audit-einlesen section.
        move 1 to ws-monat-index
        perform until ws-monat-index > ws-monat-anzahl
            if wm-geloescht(ws-monat-index) = "N"
             move spaces to ws-quell-dateiname
             string "audit_"        delimited by size
                    wm-monat(ws-monat-index)(1:4) delimited by size
                    "_"             delimited by size
                    wm-monat(ws-monat-index)(5:2) delimited by size
                    ".txt"          delimited by size
                    into ws-quell-dateiname
             end-string
             perform quelle-einlesen
            end-if
            add 1 to ws-monat-index
        end-perform
        move "audit_log_rest.txt" to ws-quell-dateiname
        perform quelle-einlesen
        move "audit_log.txt" to ws-quell-dateiname
        perform quelle-einlesen
        exit.

       quelle-einlesen section.
        open input audit-quell-datei
        if ws-dateistatus = "00"
         move "N" to ws-audit-eof-schalter
         perform until ws-audit-eof
             read audit-quell-datei
                 at end move "J" to ws-audit-eof-schalter
                 not at end
                     if ws-vorlauf
                      perform nachtrag-vormerken
                     else
                      perform audit-zeile-freigeben
                     end-if
             end-read
         end-perform
         close audit-quell-datei
        else
         if not ws-vorlauf
          move spaces to protokoll-satz
          string "HINWEIS: "          delimited by size
                 ws-quell-dateiname   delimited by space
                 " NICHT LESBAR."     delimited by size
                 into protokoll-satz
          end-string
          write protokoll-satz
         end-if
        end-if
        exit.

       audit-zeile-freigeben section.
        if audit-satz(93:11) = " UEBERLAUF="
         add 1 to ws-zeilen-gelesen
         if audit-satz(104:1) = "J" or audit-satz(116:1) = "J"
          add 1 to ws-zeilen-ohne-buchung
         else
          move audit-satz(1:345) to va-zeile
          move audit-satz(1:8) to va-datum
          move audit-satz(10:8) to va-zeit
          if audit-satz(198:4) = " VL="
             and audit-satz(202:9) is numeric
             and audit-satz(202:9) not = "000000000"
           move "1" to va-gruppe
           move audit-satz(202:9) to va-schluessel
           move "S" to va-art
          else
           move "2" to va-gruppe
           move zero to va-schluessel
           if audit-satz(198:4) = " VL="
            move "V" to va-art
           else
            move "A" to va-art
           end-if
          end-if
          release sortier-satz
         end-if
        end-if
        exit.

       verlauf-aufbauen section.
        move "N" to ws-sortier-eof-schalter
        perform until ws-sortier-eof
            return sortier-datei
                at end move "J" to ws-sortier-eof-schalter
                not at end
                    if va-gruppe = "1"
                     perform schluesselsatz-verarbeiten
                    else
                     perform nachtragssatz-verarbeiten
                    end-if
            end-return
        end-perform
        exit.

       satz-aufbauen section.
        move "N" to ws-satz-gueltig-schalter
        move spaces to verlauf-satz
        move ws-aktueller-schluessel to vl-schluessel
        move va-zeile(1:8) to verlauf-satz(10:8)
        move va-zeile(10:8) to verlauf-satz(18:8)
        move va-zeile(40:12) to verlauf-satz(26:12)
        move va-zeile(53:1) to verlauf-satz(38:1)
        move va-zeile(55:12) to verlauf-satz(39:12)
        move va-zeile(70:12) to verlauf-satz(51:12)
        move va-zeile(88:5) to verlauf-satz(63:5)
        if va-zeile(187:5) = " KST="
         move va-zeile(192:6) to vl-kostenstelle
        end-if
        move space to ws-referenz-art
        move zero to ws-bezug
        if va-zeile(211:5) = " REF="
           and va-zeile(217:9) is numeric
         move va-zeile(216:1) to ws-referenz-art
         move va-zeile(217:9) to ws-bezug
        end-if
        evaluate ws-referenz-art
                when "S" move "G" to vl-status
                         move ws-bezug to vl-bezug
                when "K" move "K" to vl-status
                         move ws-bezug to vl-bezug
                when other move space to vl-status
                           move zero to vl-bezug
        end-evaluate
        move zero to vl-steuerbetrag
        move zero to vl-belegdatum
        if va-zeile(226:6) = " STKZ="
         move va-zeile(232:10) to vl-steuer-kennzeichen
         move va-zeile(250:12) to verlauf-satz(94:12)
         if va-zeile(269:8) is numeric
          move va-zeile(269:8) to vl-belegdatum
         end-if
        end-if
        if vl-datum is numeric and vl-zeit is numeric
           and vl-zahl1 is numeric and vl-zahl2 is numeric
           and vl-ergebnis is numeric and vl-rest is numeric
           and vl-steuerbetrag is numeric
         move "J" to ws-satz-gueltig-schalter
        end-if
        exit.

       schluesselsatz-verarbeiten section.
        if va-schluessel = ws-vorher-schluessel
         add 1 to ws-zeilen-doppelt
        else
         move va-schluessel to ws-vorher-schluessel
         move va-schluessel to ws-aktueller-schluessel
         perform satz-aufbauen
         if not ws-satz-gueltig
          add 1 to ws-saetze-ungueltig
          move "UNGUELTIG" to ws-aktion
          perform protokoll-zeile-schreiben
         else
          if va-schluessel > ws-hoechster-schluessel
           move va-schluessel to ws-hoechster-schluessel
          end-if
          move verlauf-satz to ws-neuer-satz
          read verlauf-datei
              invalid key
                  move ws-neuer-satz to verlauf-satz
                  perform satz-schreiben
              not invalid key
                  perform satz-vergleichen
          end-read
          if ws-referenz-art = "S"
           perform original-kennzeichnen
          end-if
         end-if
        end-if
        exit.

       nachtragssatz-verarbeiten section.
        if va-zeile = ws-vorher-zeile
         add 1 to ws-zeilen-doppelt
        else
         move va-zeile to ws-vorher-zeile
         move va-zeile to ws-such-zeile
         perform nachtrag-suchen
         if ws-nachtrag-fundindex > zero
            and wn-schluessel(ws-nachtrag-fundindex) > zero
          move wn-schluessel(ws-nachtrag-fundindex)
               to ws-aktueller-schluessel
          perform satz-aufbauen
          if ws-satz-gueltig
           move verlauf-satz to ws-neuer-satz
           read verlauf-datei
               invalid key
                   move ws-neuer-satz to verlauf-satz
                   perform satz-schreiben
               not invalid key
                   perform satz-vergleichen
           end-read
          else
           add 1 to ws-saetze-ungueltig
           move "UNGUELTIG" to ws-aktion
           perform protokoll-zeile-schreiben
          end-if
         else
          if va-art = "A" and ws-modus-ergaenzen
           add 1 to ws-altbestand-uebergangen
          else
           compute ws-aktueller-schluessel =
                   ws-hoechster-schluessel + 1
           perform satz-aufbauen
           if ws-satz-gueltig
            write verlauf-satz
                invalid key
                    add 1 to ws-saetze-ungueltig
                    move "SCHREIBFEHLER" to ws-aktion
                    perform protokoll-zeile-schreiben
                not invalid key
                    move ws-aktueller-schluessel
                         to ws-hoechster-schluessel
                    add 1 to ws-saetze-nachgetragen
                    move "NACHGETRAGEN" to ws-aktion
                    perform protokoll-zeile-schreiben
                    perform nachtrag-vermerken
            end-write
           else
            add 1 to ws-saetze-ungueltig
            move "UNGUELTIG" to ws-aktion
            perform protokoll-zeile-schreiben
           end-if
          end-if
         end-if
        end-if
        exit.

       nachtrag-suchen section.
        move zero to ws-nachtrag-fundindex
        move 1 to ws-nachtrag-index
        perform until ws-nachtrag-index > ws-nachtrag-anzahl
                or ws-nachtrag-fundindex > zero
            if wn-zeile(ws-nachtrag-index) = ws-such-zeile
             move ws-nachtrag-index to ws-nachtrag-fundindex
            else
             add 1 to ws-nachtrag-index
            end-if
        end-perform
        exit.

       nachtrag-vermerken section.
        open extend nachtrag-datei
        if ws-dateistatus = "35"
         open output nachtrag-datei
        end-if
        if ws-dateistatus = "00"
         move spaces to nachtrag-satz
         move ws-aktueller-schluessel to vn-schluessel
         move va-zeile to vn-zeile
         write nachtrag-satz
         close nachtrag-datei
        else
         display "verlauf_nachtrag.txt kann nicht fortgeschrieben"
                 &" werden, Schluessel " ws-aktueller-schluessel
                 " nur im Protokoll."
        end-if
        if ws-nachtrag-fundindex > zero
         move ws-aktueller-schluessel
              to wn-schluessel(ws-nachtrag-fundindex)
        else
         move ws-aktueller-schluessel to ws-nachtrag-schluessel
         move va-zeile to ws-such-zeile
         perform nachtrag-aufnehmen
        end-if
        exit.

       satz-schreiben section.
        write verlauf-satz
            invalid key
                add 1 to ws-saetze-ungueltig
                move "SCHREIBFEHLER" to ws-aktion
            not invalid key
                add 1 to ws-saetze-neu
                if ws-modus-neuaufbau
                 move "AUFGEBAUT" to ws-aktion
                else
                 move "ERGAENZT" to ws-aktion
                end-if
        end-write
        if ws-modus-ergaenzen or ws-aktion = "SCHREIBFEHLER"
         perform protokoll-zeile-schreiben
        end-if
        exit.

       satz-vergleichen section.
        add 1 to ws-saetze-vorhanden
        if verlauf-satz(10:8) not = ws-neuer-satz(10:8)
           or verlauf-satz(26:37) not = ws-neuer-satz(26:37)
         add 1 to ws-saetze-abweichend
         move ws-neuer-satz to verlauf-satz
         move "ABWEICHUNG" to ws-aktion
         perform protokoll-zeile-schreiben
        end-if
        exit.

       original-kennzeichnen section.
        move ws-bezug to vl-schluessel
        read verlauf-datei
            invalid key
                add 1 to ws-original-fehlt
                move ws-neuer-satz to verlauf-satz
                move "ORIG. FEHLT" to ws-aktion
                perform protokoll-zeile-schreiben
            not invalid key
                if not vl-storniert
                 move "S" to vl-status
                 move ws-aktueller-schluessel to vl-bezug
                 rewrite verlauf-satz
                     invalid key continue
                 end-rewrite
                 add 1 to ws-saetze-storniert
                 if ws-modus-ergaenzen
                  move "STORNIERT" to ws-aktion
                  perform protokoll-zeile-schreiben
                 end-if
                end-if
        end-read
        exit.

       protokoll-zeile-schreiben section.
        move ws-aktion to pd-aktion
        move vl-schluessel to pd-schluessel
        move verlauf-satz(10:8) to pd-datum
        move verlauf-satz(18:8) to pd-zeit
        move verlauf-satz(26:12) to pd-zahl1
        move vl-operator to pd-operator
        move verlauf-satz(39:12) to pd-zahl2
        move verlauf-satz(51:12) to pd-ergebnis
        move vl-kostenstelle to pd-kostenstelle
        move vl-status to pd-status
        move verlauf-satz(75:9) to pd-bezug
        write protokoll-satz from protokoll-detailzeile
        exit.

       summen-schreiben section.
        write protokoll-satz from protokoll-leerzeile
        move "AUDIT-ZEILEN MIT BERECHNUNG:" to ps-text
        move ws-zeilen-gelesen to ps-wert
        write protokoll-satz from protokoll-summenzeile
        move "DAVON OHNE VERLAUF (UEBL/ABGEL):" to ps-text
        move ws-zeilen-ohne-buchung to ps-wert
        write protokoll-satz from protokoll-summenzeile
        move "DOPPELT GELESEN (ARBEITSKOPIEN):" to ps-text
        move ws-zeilen-doppelt to ps-wert
        write protokoll-satz from protokoll-summenzeile
        if ws-modus-neuaufbau
         move "SAETZE AUFGEBAUT:" to ps-text
        else
         move "SAETZE ERGAENZT:" to ps-text
        end-if
        move ws-saetze-neu to ps-wert
        write protokoll-satz from protokoll-summenzeile
        move "SAETZE BEREITS VORHANDEN:" to ps-text
        move ws-saetze-vorhanden to ps-wert
        write protokoll-satz from protokoll-summenzeile
        move "DAVON ABWEICHEND (NICHT GEAENDERT):" to ps-text
        move ws-saetze-abweichend to ps-wert
        write protokoll-satz from protokoll-summenzeile
        move "OHNE SCHLUESSEL NACHGETRAGEN:" to ps-text
        move ws-saetze-nachgetragen to ps-wert
        write protokoll-satz from protokoll-summenzeile
        move "ORIGINALE ALS STORNIERT GEKENNZEICHNET:" to ps-text
        move ws-saetze-storniert to ps-wert
        write protokoll-satz from protokoll-summenzeile
        move "STORNIERTES ORIGINAL FEHLT:" to ps-text
        move ws-original-fehlt to ps-wert
        write protokoll-satz from protokoll-summenzeile
        move "UNGUELTIGE AUDIT-ZEILEN:" to ps-text
        move ws-saetze-ungueltig to ps-wert
        write protokoll-satz from protokoll-summenzeile
        move "ALTBESTAND OHNE VL= UEBERGANGEN:" to ps-text
        move ws-altbestand-uebergangen to ps-wert
        write protokoll-satz from protokoll-summenzeile
        move "HOECHSTER SCHLUESSEL:" to ps-text
        move ws-hoechster-schluessel to ps-wert
        write protokoll-satz from protokoll-summenzeile
        exit.

       END PROGRAM verlaufaufbau.
