      ******************************************************************
      * Author: Robert-Andreas Nietsch
      * Date: 15.10.2026
      * Purpose: Pruefung der Audit-Kette ueber die Archivdateien,
      *          audit_log_rest.txt und audit_log.txt - meldet Luecken,
      *          Doppelte, veraenderte Zeilen und Kettenbrueche in
      *          audit_pruefbericht.txt; Returncode 8 wenn die Pruefung
      *          nicht bestanden ist (Nachtlauf)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. auditpruefung.
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
           select audit-kette-datei assign to "audit_kette.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select audit-schluessel-datei
               assign to "audit_schluessel.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select bericht-datei assign to "audit_pruefbericht.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select sortier-datei assign to "auditpruefung_sort".
       DATA DIVISION.
       FILE SECTION.
       FD  audit-quell-datei.
       01  audit-satz           pic x(400).

       FD  archiv-protokoll-datei.
       01  archiv-protokoll-satz pic x(120).

       FD  audit-kette-datei.
       01  audit-kette-satz.
           05  ak-seq           pic 9(9).
           05  ak-prf           pic 9(10).
           05  ak-datum         pic 9(8).
           05  ak-zeit          pic 9(8).

       FD  audit-schluessel-datei.
       01  audit-schluessel-satz pic x(40).

       FD  bericht-datei.
       01  bericht-satz         pic x(132).

       SD  sortier-datei.
       01  sortier-satz.
           05  ap-seq           pic 9(9).
           05  ap-quelle        pic x.
           05  ap-dateiname     pic x(30).
           05  ap-zeilennummer  pic 9(7).
           05  ap-zeile         pic x(345).

       WORKING-STORAGE SECTION.
       01  ws-dateistatus       pic x(2).
       01  ws-audit-eof-schalter pic x value "N".
               88 ws-audit-eof value "J".
       01  ws-protokoll-eof-schalter pic x value "N".
               88 ws-protokoll-eof value "J".
       01  ws-sortier-eof-schalter pic x value "N".
               88 ws-sortier-eof value "J".
       01  ws-kette-begonnen-schalter pic x value "N".
               88 ws-kette-begonnen value "J".
       01  ws-erster-satz-schalter pic x value "J".
               88 ws-erster-satz value "J".
       01  ws-stand-gelesen-schalter pic x value "N".
               88 ws-stand-gelesen value "J".
       01  ws-schluessel-schalter pic x value "N".
               88 ws-schluessel-vorhanden value "J".
       01  ws-luecke-erlaubt-schalter pic x value "N".
               88 ws-luecke-erlaubt value "J".
       01  ws-bereich-gefunden-schalter pic x value "N".
               88 ws-bereich-gefunden value "J".

       01  ws-heute             pic 9(8).
       01  ws-zeit              pic 9(8).
       01  ws-quell-dateiname   pic x(30).
       01  ws-quelle            pic x.
       01  ws-datei-zeilen      pic 9(7).

       01  ws-monats-tabelle.
           05 ws-monat-eintrag occurs 600 times.
               10 wm-monat          pic 9(6).
               10 wm-zeilen-soll    pic 9(9).
               10 wm-seq-von        pic 9(9).
               10 wm-seq-bis        pic 9(9).
               10 wm-geloescht      pic x.
       01  ws-monat-anzahl      pic 9(3) value zero.
       01  ws-monat-index       pic 9(3).
       01  ws-monat-fundindex   pic 9(3).
       01  ws-protokoll-monat   pic 9(6).
       01  ws-protokoll-zeilen  pic 9(7).
       01  ws-protokoll-seq-von pic 9(9).
       01  ws-protokoll-seq-bis pic 9(9).

       01  ws-kette-schluessel  pic x(40) value spaces.
       01  ws-kette-wert        pic 9(15).
       01  ws-kette-modul       pic 9(10) value 9999999967.
       01  ws-kette-pos         pic 9(3).
       01  ws-kette-zeile       pic x(345).

       01  ws-satz-seq          pic 9(9).
       01  ws-satz-vor          pic 9(10).
       01  ws-satz-prf          pic 9(10).
       01  ws-berechnet-prf     pic 9(10).
       01  ws-vorher-seq        pic 9(9) value zero.
       01  ws-vorher-prf        pic 9(10) value zero.
       01  ws-vorher-quelle     pic x.
       01  ws-vorher-zeile      pic x(345).
       01  ws-hoechste-seq      pic 9(9) value zero.
       01  ws-luecke-von        pic 9(9).
       01  ws-luecke-bis        pic 9(9).
       01  ws-luecke-pos        pic 9(9).

       01  ws-zaehler.
           05 ws-gelesen-archiv pic 9(9) value zero.
           05 ws-gelesen-rest   pic 9(9) value zero.
           05 ws-gelesen-log    pic 9(9) value zero.
           05 ws-verkettet      pic 9(9) value zero.
           05 ws-arbeitskopien  pic 9(9) value zero.
           05 ws-altbestand     pic 9(9) value zero.
           05 ws-fehlende-archive pic 9(3) value zero.
           05 ws-geloeschte-archive pic 9(3) value zero.
       01  ws-fehlerzaehler.
           05 ws-fehler-luek    pic 9(7) value zero.
           05 ws-fehler-dopp    pic 9(7) value zero.
           05 ws-fehler-geae    pic 9(7) value zero.
           05 ws-fehler-kett    pic 9(7) value zero.
           05 ws-fehler-ohne    pic 9(7) value zero.
           05 ws-fehler-arch    pic 9(7) value zero.
           05 ws-fehler-gesamt  pic 9(7) value zero.

       01  ws-fehler-code       pic x(4).
       01  ws-fehler-text       pic x(50).
       01  ws-fehler-seq        pic 9(9).
       01  ws-fehler-datei      pic x(30).
       01  ws-fehler-zeile      pic 9(7).

       01  bericht-kopfzeile1.
           05 filler            pic x(34)
              value "PRUEFUNG AUDIT-KETTE      ERSTELLT".
           05 filler            pic x(2) value ": ".
           05 bk-datum          pic 9(8).
           05 filler            pic x(4) value " UM ".
           05 bk-zeit           pic 9(8).
       01  bericht-kopfzeile2.
           05 filler            pic x(6) value "CODE".
           05 filler            pic x(11) value "      SEQ".
           05 filler            pic x(32) value "DATEI".
           05 filler            pic x(9) value "    ZEILE".
           05 filler            pic x(2) value spaces.
           05 filler            pic x(50) value "HINWEIS".
       01  bericht-fehlerzeile.
           05 bf-code           pic x(4).
           05 filler            pic x(2) value spaces.
           05 bf-seq            pic z(8)9.
           05 filler            pic x(2) value spaces.
           05 bf-datei          pic x(30).
           05 filler            pic x(2) value spaces.
           05 bf-zeile          pic z(6)9.
           05 filler            pic x(4) value spaces.
           05 bf-text           pic x(50).
       01  bericht-summenzeile.
           05 bs-text           pic x(40).
           05 bs-wert           pic z(8)9.
       01  bericht-leerzeile    pic x(132) value spaces.

       PROCEDURE DIVISION.
       beginn section.
        accept ws-heute from date yyyymmdd
        accept ws-zeit from time
        open output bericht-datei
        if ws-dateistatus not = "00"
         display "Bericht audit_pruefbericht.txt kann nicht angelegt"
                 &" werden."
         move 8 to return-code
         goback
        end-if
        move ws-heute to bk-datum
        move ws-zeit to bk-zeit
        write bericht-satz from bericht-kopfzeile1
        write bericht-satz from bericht-leerzeile
        write bericht-satz from bericht-kopfzeile2
        perform schluessel-lesen
        perform protokoll-lesen
        sort sortier-datei
            ascending key ap-seq ap-quelle
            input procedure is quellen-einlesen
            output procedure is kette-pruefen
        perform kettenstand-abgleichen
        perform bericht-abschliessen
        close bericht-datei
        display "Audit-Kette geprueft, Fehler: " ws-fehler-gesamt
        if ws-fehler-gesamt = zero
         display "Ergebnis: BESTANDEN."
         move zero to return-code
        else
         display "Ergebnis: NICHT BESTANDEN, siehe"
                 &" audit_pruefbericht.txt."
         move 8 to return-code
        end-if
        goback.

       schluessel-lesen section.
        move "N" to ws-schluessel-schalter
        move spaces to ws-kette-schluessel
        open input audit-schluessel-datei
        if ws-dateistatus = "00"
         read audit-schluessel-datei
             at end continue
             not at end
                 move audit-schluessel-satz to ws-kette-schluessel
                 move "J" to ws-schluessel-schalter
         end-read
         close audit-schluessel-datei
        end-if
        exit.

       protokoll-lesen section.
        move zero to ws-monat-anzahl
        open input archiv-protokoll-datei
        if ws-dateistatus = "00"
         move "N" to ws-protokoll-eof-schalter
         perform until ws-protokoll-eof
             read archiv-protokoll-datei
                 at end move "J" to ws-protokoll-eof-schalter
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
                     if ws-monat-fundindex > zero
                        and archiv-protokoll-satz(14:8) = " ZEILEN="
                        and archiv-protokoll-satz(22:7) is numeric
                      move archiv-protokoll-satz(22:7)
                           to ws-protokoll-zeilen
                      add ws-protokoll-zeilen
                          to wm-zeilen-soll(ws-monat-fundindex)
                     end-if
                     if ws-monat-fundindex > zero
                        and archiv-protokoll-satz(68:5) = " SEQ="
                        and archiv-protokoll-satz(73:9) is numeric
                        and archiv-protokoll-satz(83:9) is numeric
                      move archiv-protokoll-satz(73:9)
                           to ws-protokoll-seq-von
                      move archiv-protokoll-satz(83:9)
                           to ws-protokoll-seq-bis
                      if ws-protokoll-seq-von > zero
                       if wm-seq-von(ws-monat-fundindex) = zero
                          or ws-protokoll-seq-von
                             < wm-seq-von(ws-monat-fundindex)
                        move ws-protokoll-seq-von
                             to wm-seq-von(ws-monat-fundindex)
                       end-if
                       if ws-protokoll-seq-bis
                          > wm-seq-bis(ws-monat-fundindex)
                        move ws-protokoll-seq-bis
                             to wm-seq-bis(ws-monat-fundindex)
                       end-if
                      end-if
                     end-if
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
         move zero to wm-zeilen-soll(ws-monat-fundindex)
         move zero to wm-seq-von(ws-monat-fundindex)
         move zero to wm-seq-bis(ws-monat-fundindex)
         move "N" to wm-geloescht(ws-monat-fundindex)
        end-if
        exit.

       quellen-einlesen section.
        move 1 to ws-monat-index
        perform until ws-monat-index > ws-monat-anzahl
            if wm-geloescht(ws-monat-index) = "J"
             add 1 to ws-geloeschte-archive
            else
             move spaces to ws-quell-dateiname
             string "audit_"        delimited by size
                    wm-monat(ws-monat-index)(1:4) delimited by size
                    "_"             delimited by size
                    wm-monat(ws-monat-index)(5:2) delimited by size
                    ".txt"          delimited by size
                    into ws-quell-dateiname
             end-string
             move "A" to ws-quelle
             perform quelle-einlesen
             if ws-datei-zeilen not = wm-zeilen-soll(ws-monat-index)
              move "ARCH" to ws-fehler-code
              move "ZEILENZAHL WEICHT VOM ARCHIVPROTOKOLL AB"
                   to ws-fehler-text
              move zero to ws-fehler-seq
              move ws-quell-dateiname to ws-fehler-datei
              move ws-datei-zeilen to ws-fehler-zeile
              perform fehler-melden
             end-if
            end-if
            add 1 to ws-monat-index
        end-perform
        move "audit_log_rest.txt" to ws-quell-dateiname
        move "R" to ws-quelle
        perform quelle-einlesen
        move "audit_log.txt" to ws-quell-dateiname
        move "L" to ws-quelle
        perform quelle-einlesen
        exit.

       quelle-einlesen section.
        move zero to ws-datei-zeilen
        move "N" to ws-kette-begonnen-schalter
        open input audit-quell-datei
        if ws-dateistatus not = "00"
         if ws-quelle = "A"
          add 1 to ws-fehlende-archive
          move "ARCH" to ws-fehler-code
          move "ARCHIVDATEI FEHLT" to ws-fehler-text
          move zero to ws-fehler-seq
          move ws-quell-dateiname to ws-fehler-datei
          move zero to ws-fehler-zeile
          perform fehler-melden
         end-if
        else
         move "N" to ws-audit-eof-schalter
         read audit-quell-datei
             at end move "J" to ws-audit-eof-schalter
         end-read
         perform until ws-audit-eof
             add 1 to ws-datei-zeilen
             evaluate ws-quelle
                     when "A" add 1 to ws-gelesen-archiv
                     when "R" add 1 to ws-gelesen-rest
                     when other add 1 to ws-gelesen-log
             end-evaluate
             perform zeile-freigeben
             read audit-quell-datei
                 at end move "J" to ws-audit-eof-schalter
             end-read
         end-perform
         close audit-quell-datei
        end-if
        exit.

       zeile-freigeben section.
        if audit-satz(302:5) = " SEQ="
           and audit-satz(307:9) is numeric
           and audit-satz(321:10) is numeric
           and audit-satz(336:10) is numeric
         move "J" to ws-kette-begonnen-schalter
         move audit-satz(307:9) to ap-seq
         move ws-quelle to ap-quelle
         move ws-quell-dateiname to ap-dateiname
         move ws-datei-zeilen to ap-zeilennummer
         move audit-satz(1:345) to ap-zeile
         release sortier-satz
        else
         if ws-kette-begonnen
          move "OHNE" to ws-fehler-code
          move "ZEILE OHNE KETTENDATEN NACH KETTENBEGINN"
               to ws-fehler-text
          move zero to ws-fehler-seq
          move ws-quell-dateiname to ws-fehler-datei
          move ws-datei-zeilen to ws-fehler-zeile
          perform fehler-melden
         else
          add 1 to ws-altbestand
         end-if
        end-if
        exit.

       kette-pruefen section.
        move "J" to ws-erster-satz-schalter
        move "N" to ws-sortier-eof-schalter
        perform until ws-sortier-eof
            return sortier-datei
                at end move "J" to ws-sortier-eof-schalter
                not at end perform kettenglied-pruefen
            end-return
        end-perform
        exit.

       kettenglied-pruefen section.
        move ap-zeile(321:10) to ws-satz-vor
        move ap-zeile(336:10) to ws-satz-prf
        if not ws-erster-satz and ap-seq = ws-vorher-seq
         if ap-zeile = ws-vorher-zeile
            and ((ap-quelle = "R" and ws-vorher-quelle = "L")
                 or (ap-quelle = "L" and ws-vorher-quelle = "R"))
          add 1 to ws-arbeitskopien
         else
          move "DOPP" to ws-fehler-code
          move "LAUFNUMMER MEHRFACH VERGEBEN" to ws-fehler-text
          perform kettenfehler-melden
         end-if
        else
         add 1 to ws-verkettet
         if ws-erster-satz
          if ap-seq > 1
           move 1 to ws-luecke-von
           compute ws-luecke-bis = ap-seq - 1
           perform luecke-pruefen
          else
           if ws-satz-vor not = zero
            move "KETT" to ws-fehler-code
            move "ERSTES KETTENGLIED MIT VORGAENGERWERT"
                 to ws-fehler-text
            perform kettenfehler-melden
           end-if
          end-if
         else
          if ap-seq > ws-vorher-seq + 1
           compute ws-luecke-von = ws-vorher-seq + 1
           compute ws-luecke-bis = ap-seq - 1
           perform luecke-pruefen
          else
           if ws-satz-vor not = ws-vorher-prf
            move "KETT" to ws-fehler-code
            move "VERKETTUNG ZUM VORGAENGER GEBROCHEN"
                 to ws-fehler-text
            perform kettenfehler-melden
           end-if
          end-if
         end-if
         perform pruefwert-bilden
         if ws-berechnet-prf not = ws-satz-prf
          move "GEAE" to ws-fehler-code
          move "ZEILENINHALT PASST NICHT ZUM PRUEFWERT"
               to ws-fehler-text
          perform kettenfehler-melden
         end-if
         move ap-seq to ws-vorher-seq
         move ws-satz-prf to ws-vorher-prf
         move ap-quelle to ws-vorher-quelle
         move ap-zeile to ws-vorher-zeile
         move "N" to ws-erster-satz-schalter
         if ap-seq > ws-hoechste-seq
          move ap-seq to ws-hoechste-seq
         end-if
        end-if
        exit.

       luecke-pruefen section.
        move "N" to ws-luecke-erlaubt-schalter
        move ws-luecke-von to ws-luecke-pos
        move "J" to ws-bereich-gefunden-schalter
        perform until ws-luecke-pos > ws-luecke-bis
                or not ws-bereich-gefunden
            move "N" to ws-bereich-gefunden-schalter
            move 1 to ws-monat-index
            perform until ws-monat-index > ws-monat-anzahl
                    or ws-bereich-gefunden
                if wm-geloescht(ws-monat-index) = "J"
                   and wm-seq-von(ws-monat-index) > zero
                   and wm-seq-von(ws-monat-index) <= ws-luecke-pos
                   and wm-seq-bis(ws-monat-index) >= ws-luecke-pos
                 move "J" to ws-bereich-gefunden-schalter
                 compute ws-luecke-pos =
                         wm-seq-bis(ws-monat-index) + 1
                else
                 add 1 to ws-monat-index
                end-if
            end-perform
        end-perform
        if ws-luecke-pos > ws-luecke-bis
         move "J" to ws-luecke-erlaubt-schalter
        end-if
        if not ws-luecke-erlaubt
         move "LUEK" to ws-fehler-code
         move spaces to ws-fehler-text
         string "LAUFNUMMERN FEHLEN AB " delimited by size
                ws-luecke-von           delimited by size
                " BIS "                 delimited by size
                ws-luecke-bis           delimited by size
                into ws-fehler-text
         end-string
         perform kettenfehler-melden
        end-if
        exit.

       pruefwert-bilden section.
        move ap-zeile to ws-kette-zeile
        move ws-satz-vor to ws-kette-wert
        perform varying ws-kette-pos from 1 by 1
                until ws-kette-pos > 40
            compute ws-kette-wert = function mod(ws-kette-wert * 131
                    + function ord(ws-kette-schluessel(ws-kette-pos:1)),
                    ws-kette-modul)
        end-perform
        perform varying ws-kette-pos from 1 by 1
                until ws-kette-pos > 330
            compute ws-kette-wert = function mod(ws-kette-wert * 131
                    + function ord(ws-kette-zeile(ws-kette-pos:1)),
                    ws-kette-modul)
        end-perform
        move ws-kette-wert to ws-berechnet-prf
        exit.

       kettenfehler-melden section.
        move ap-seq to ws-fehler-seq
        move ap-dateiname to ws-fehler-datei
        move ap-zeilennummer to ws-fehler-zeile
        perform fehler-melden
        exit.

       kettenstand-abgleichen section.
        move "N" to ws-stand-gelesen-schalter
        open input audit-kette-datei
        if ws-dateistatus = "00"
         read audit-kette-datei
             at end continue
             not at end move "J" to ws-stand-gelesen-schalter
         end-read
         close audit-kette-datei
        end-if
        if ws-stand-gelesen
         if ak-seq > ws-hoechste-seq
          move "LUEK" to ws-fehler-code
          move spaces to ws-fehler-text
          string "LETZTE ZEILEN FEHLEN, KETTENSTAND " delimited by size
                 ak-seq                 delimited by size
                 into ws-fehler-text
          end-string
          move ws-hoechste-seq to ws-fehler-seq
          move "audit_kette.txt" to ws-fehler-datei
          move zero to ws-fehler-zeile
          perform fehler-melden
         else
          if ak-seq = ws-hoechste-seq
             and ak-prf not = ws-vorher-prf
           move "KETT" to ws-fehler-code
           move "LETZTER PRUEFWERT WEICHT VOM KETTENSTAND AB"
                to ws-fehler-text
           move ws-hoechste-seq to ws-fehler-seq
           move "audit_kette.txt" to ws-fehler-datei
           move zero to ws-fehler-zeile
           perform fehler-melden
          end-if
         end-if
        end-if
        exit.

       fehler-melden section.
        evaluate ws-fehler-code
                when "LUEK" add 1 to ws-fehler-luek
                when "DOPP" add 1 to ws-fehler-dopp
                when "GEAE" add 1 to ws-fehler-geae
                when "KETT" add 1 to ws-fehler-kett
                when "OHNE" add 1 to ws-fehler-ohne
                when other  add 1 to ws-fehler-arch
        end-evaluate
        add 1 to ws-fehler-gesamt
        move ws-fehler-code to bf-code
        move ws-fehler-seq to bf-seq
        move ws-fehler-datei to bf-datei
        move ws-fehler-zeile to bf-zeile
        move ws-fehler-text to bf-text
        write bericht-satz from bericht-fehlerzeile
        exit.

       bericht-abschliessen section.
        write bericht-satz from bericht-leerzeile
        move "ZEILEN AUS ARCHIVDATEIEN:" to bs-text
        move ws-gelesen-archiv to bs-wert
        write bericht-satz from bericht-summenzeile
        move "ZEILEN AUS AUDIT_LOG_REST.TXT:" to bs-text
        move ws-gelesen-rest to bs-wert
        write bericht-satz from bericht-summenzeile
        move "ZEILEN AUS AUDIT_LOG.TXT:" to bs-text
        move ws-gelesen-log to bs-wert
        write bericht-satz from bericht-summenzeile
        move "VERKETTETE ZEILEN:" to bs-text
        move ws-verkettet to bs-wert
        write bericht-satz from bericht-summenzeile
        move "ARBEITSKOPIEN IN AUDIT_LOG_REST.TXT:" to bs-text
        move ws-arbeitskopien to bs-wert
        write bericht-satz from bericht-summenzeile
        move "ALTBESTAND OHNE KETTE:" to bs-text
        move ws-altbestand to bs-wert
        write bericht-satz from bericht-summenzeile
        move "HOECHSTE LAUFNUMMER:" to bs-text
        move ws-hoechste-seq to bs-wert
        write bericht-satz from bericht-summenzeile
        move "GELOESCHTE ARCHIVMONATE:" to bs-text
        move ws-geloeschte-archive to bs-wert
        write bericht-satz from bericht-summenzeile
        write bericht-satz from bericht-leerzeile
        move "LUEK LUECKEN:" to bs-text
        move ws-fehler-luek to bs-wert
        write bericht-satz from bericht-summenzeile
        move "DOPP DOPPELTE LAUFNUMMERN:" to bs-text
        move ws-fehler-dopp to bs-wert
        write bericht-satz from bericht-summenzeile
        move "GEAE VERAENDERTE ZEILEN:" to bs-text
        move ws-fehler-geae to bs-wert
        write bericht-satz from bericht-summenzeile
        move "KETT KETTENBRUECHE:" to bs-text
        move ws-fehler-kett to bs-wert
        write bericht-satz from bericht-summenzeile
        move "OHNE ZEILEN OHNE KETTENDATEN:" to bs-text
        move ws-fehler-ohne to bs-wert
        write bericht-satz from bericht-summenzeile
        move "ARCH ARCHIVABWEICHUNGEN:" to bs-text
        move ws-fehler-arch to bs-wert
        write bericht-satz from bericht-summenzeile
        write bericht-satz from bericht-leerzeile
        if not ws-schluessel-vorhanden
         move spaces to bericht-satz
         move "HINWEIS: KEIN SCHLUESSEL IN AUDIT_SCHLUESSEL.TXT,"
              &" PRUEFWERTE OHNE GEHEIMEN SCHLUESSEL GEBILDET."
              to bericht-satz
         write bericht-satz
        end-if
        move spaces to bericht-satz
        if ws-fehler-gesamt = zero
         move "ERGEBNIS: BESTANDEN" to bericht-satz
        else
         move "ERGEBNIS: NICHT BESTANDEN" to bericht-satz
        end-if
        write bericht-satz
        exit.

       END PROGRAM auditpruefung.
