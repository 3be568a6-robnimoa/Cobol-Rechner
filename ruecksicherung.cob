      ******************************************************************
      * Author: Robert-Andreas Nietsch
      * Date: 15.10.2026
      * Purpose: Ruecksicherung von verlauf.dat und den Stammdateien
      *          aus einer in sicherung_katalog.txt eingetragenen
      *          Datensicherung - nur fuer Schichtleiter; der aktuelle
      *          Stand wird vorher als <datei>_vor_ruecksicherung_
      *          <stempel>.txt gesichert, jede Ruecksicherung wird in
      *          ruecksicherung_protokoll.txt festgehalten
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ruecksicherung.
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
           select stamm-datei assign using ws-stamm-dateiname
               organization is line sequential
               file status is ws-dateistatus.
           select sicherung-datei assign using ws-sicherung-dateiname
               organization is line sequential
               file status is ws-dateistatus.
           select vorsicherung-datei
               assign using ws-vorsicherung-dateiname
               organization is line sequential
               file status is ws-dateistatus.
           select sicherung-katalog-datei
               assign to "sicherung_katalog.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select bediener-datei assign to "bediener_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select ruecksicherung-protokoll-datei
               assign to "ruecksicherung_protokoll.txt"
               organization is line sequential
               file status is ws-dateistatus.
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

       FD  stamm-datei.
       01  stamm-satz           pic x(300).

       FD  sicherung-datei.
       01  sicherung-satz       pic x(300).

       FD  vorsicherung-datei.
       01  vorsicherung-satz    pic x(300).

       FD  sicherung-katalog-datei.
       01  sicherung-katalog-satz.
           05  sk-stempel       pic 9(14).
           05  filler           pic x.
           05  sk-datei         pic x(30).
           05  filler           pic x.
           05  sk-sicherung     pic x(50).
           05  filler           pic x.
           05  sk-saetze        pic 9(9).
           05  filler           pic x.
           05  sk-status        pic x(2).

       FD  bediener-datei.
       01  bediener-satz.
           05  bs-id            pic x(20).
           05  bs-kennwort      pic x(10).
           05  bs-stufe         pic 9.

       FD  ruecksicherung-protokoll-datei.
       01  ruecksicherung-protokoll-satz pic x(250).

       WORKING-STORAGE SECTION.
       01  ws-dateistatus       pic x(2).
       01  ws-datei-eof-schalter pic x value "N".
               88 ws-datei-eof value "J".
       01  ws-datum             pic 9(8).
       01  ws-zeit              pic 9(8).
       01  ws-stempel           pic 9(14).
       01  ws-auswahl-stempel   pic 9(14).
       01  ws-auswahl-zeichen   pic x.
       01  ws-bestaetigung      pic x.
       01  ws-anmelde-id        pic x(20).
       01  ws-anmelde-kennwort  pic x(10).
       01  ws-berechtigt-schalter pic x value "N".
               88 ws-berechtigt value "J".
       01  ws-stamm-dateiname   pic x(30).
       01  ws-sicherung-dateiname pic x(50).
       01  ws-vorsicherung-dateiname pic x(60).
       01  ws-verlauf-dateiname pic x(60) value "verlauf.dat".
       01  ws-oeffnen-status    pic x(2).
       01  ws-basisname         pic x(30).
       01  ws-soll-saetze       pic 9(9).
       01  ws-saetze            pic 9(9).
       01  ws-fehler-saetze     pic 9(9).
       01  ws-ergebnis-text     pic x(20).
       01  ws-vorsicherung-ok-schalter pic x value "N".
               88 ws-vorsicherung-ok value "J".
       01  ws-eintrag-gefunden-schalter pic x value "N".
               88 ws-eintrag-gefunden value "J".
       01  ws-katalog-anzahl    pic 9(3) value zero.
       01  ws-protokoll-zeile   pic x(250).

       PROCEDURE DIVISION.
       beginn section.
        accept ws-datum from date yyyymmdd
        accept ws-zeit from time
        compute ws-stempel = ws-datum * 1000000 + ws-zeit / 100
        display "Ruecksicherung - nur fuer Schichtleiter."
        display "Bediener-ID:"
        accept ws-anmelde-id
        display "Kennwort:"
        accept ws-anmelde-kennwort
        perform berechtigung-pruefen
        if not ws-berechtigt
         display "Keine Berechtigung, Ruecksicherung abgebrochen."
         move 8 to return-code
         goback
        end-if
        perform katalog-anzeigen
        if ws-katalog-anzahl = zero
         display "Keine Sicherungen in sicherung_katalog.txt"
                 &" vorhanden."
         move 8 to return-code
         goback
        end-if
        display "Sicherungsstand (JJJJMMTTHHMMSS):"
        move zero to ws-auswahl-stempel
        accept ws-auswahl-stempel
        display "1) Alle Dateien"
        display "2) verlauf.dat"
        display "3) bediener_stamm.txt"
        display "4) kostenstellen_stamm.txt"
        display "5) kurs_stamm.txt"
        display "6) steuersatz_stamm.txt"
        display "7) dauerauftrag_stamm.txt"
        display "8) wertgrenzen_stamm.txt"
        display "9) budget_stamm.txt"
        display "A) freigabe_offen.txt"
        accept ws-auswahl-zeichen
        inspect ws-auswahl-zeichen converting "a" to "A"
        if (ws-auswahl-zeichen < "1" or ws-auswahl-zeichen > "9")
           and ws-auswahl-zeichen not = "A"
         display "Unbekannte Auswahl."
         move 8 to return-code
         goback
        end-if
        display "Aktueller Stand wird durch die Sicherung "
                ws-auswahl-stempel " ersetzt. Fortfahren? (j)a oder"
                &" nein"
        accept ws-bestaetigung
        if ws-bestaetigung not = "j" and ws-bestaetigung not = "J"
         display "Ruecksicherung abgebrochen."
         goback
        end-if
        if ws-auswahl-zeichen = "1" or ws-auswahl-zeichen = "2"
         perform verlauf-zuruecksichern
        end-if
        if ws-auswahl-zeichen = "1" or ws-auswahl-zeichen = "3"
         move "bediener_stamm.txt" to ws-stamm-dateiname
         move "bediener_stamm" to ws-basisname
         perform stamm-zuruecksichern
        end-if
        if ws-auswahl-zeichen = "1" or ws-auswahl-zeichen = "4"
         move "kostenstellen_stamm.txt" to ws-stamm-dateiname
         move "kostenstellen_stamm" to ws-basisname
         perform stamm-zuruecksichern
        end-if
        if ws-auswahl-zeichen = "1" or ws-auswahl-zeichen = "5"
         move "kurs_stamm.txt" to ws-stamm-dateiname
         move "kurs_stamm" to ws-basisname
         perform stamm-zuruecksichern
        end-if
        if ws-auswahl-zeichen = "1" or ws-auswahl-zeichen = "6"
         move "steuersatz_stamm.txt" to ws-stamm-dateiname
         move "steuersatz_stamm" to ws-basisname
         perform stamm-zuruecksichern
        end-if
        if ws-auswahl-zeichen = "1" or ws-auswahl-zeichen = "7"
         move "dauerauftrag_stamm.txt" to ws-stamm-dateiname
         move "dauerauftrag_stamm" to ws-basisname
         perform stamm-zuruecksichern
        end-if
        if ws-auswahl-zeichen = "1" or ws-auswahl-zeichen = "8"
         move "wertgrenzen_stamm.txt" to ws-stamm-dateiname
         move "wertgrenzen_stamm" to ws-basisname
         perform stamm-zuruecksichern
        end-if
        if ws-auswahl-zeichen = "1" or ws-auswahl-zeichen = "9"
         move "budget_stamm.txt" to ws-stamm-dateiname
         move "budget_stamm" to ws-basisname
         perform stamm-zuruecksichern
        end-if
        if ws-auswahl-zeichen = "1" or ws-auswahl-zeichen = "A"
         move "freigabe_offen.txt" to ws-stamm-dateiname
         move "freigabe_offen" to ws-basisname
         perform stamm-zuruecksichern
        end-if
        goback.

       berechtigung-pruefen section.
        move "N" to ws-berechtigt-schalter
        open input bediener-datei
        if ws-dateistatus = "00"
         move "N" to ws-datei-eof-schalter
         perform until ws-datei-eof or ws-berechtigt
             read bediener-datei
                 at end move "J" to ws-datei-eof-schalter
                 not at end
                     if bs-id = ws-anmelde-id
                        and bs-kennwort = ws-anmelde-kennwort
                        and bs-stufe = 2
                      move "J" to ws-berechtigt-schalter
                     end-if
             end-read
         end-perform
         close bediener-datei
        end-if
        exit.

       katalog-anzeigen section.
        move zero to ws-katalog-anzahl
        open input sicherung-katalog-datei
        if ws-dateistatus = "00"
         display "STAND           DATEI                          STATUS"
                 &"     SAETZE"
         move "N" to ws-datei-eof-schalter
         perform until ws-datei-eof
             read sicherung-katalog-datei
                 at end move "J" to ws-datei-eof-schalter
                 not at end
                     add 1 to ws-katalog-anzahl
                     display sk-stempel "  " sk-datei " " sk-status
                             "  " sk-saetze
             end-read
         end-perform
         close sicherung-katalog-datei
        end-if
        exit.

       katalog-eintrag-suchen section.
        move "N" to ws-eintrag-gefunden-schalter
        move spaces to ws-sicherung-dateiname
        move zero to ws-soll-saetze
        open input sicherung-katalog-datei
        if ws-dateistatus = "00"
         move "N" to ws-datei-eof-schalter
         perform until ws-datei-eof or ws-eintrag-gefunden
             read sicherung-katalog-datei
                 at end move "J" to ws-datei-eof-schalter
                 not at end
                     if sk-stempel = ws-auswahl-stempel
                        and sk-datei = ws-stamm-dateiname
                        and sk-status = "OK"
                      move "J" to ws-eintrag-gefunden-schalter
                      move sk-sicherung to ws-sicherung-dateiname
                      move sk-saetze to ws-soll-saetze
                     end-if
             end-read
         end-perform
         close sicherung-katalog-datei
        end-if
        exit.

       vorsicherungsname-bilden section.
        move spaces to ws-vorsicherung-dateiname
        string ws-basisname          delimited by space
               "_vor_ruecksicherung_" delimited by size
               ws-stempel            delimited by size
               ".txt"                delimited by size
               into ws-vorsicherung-dateiname
        end-string
        exit.

       verlauf-zuruecksichern section.
        move "verlauf.dat" to ws-stamm-dateiname
        move "verlauf" to ws-basisname
        perform katalog-eintrag-suchen
        if not ws-eintrag-gefunden
         display "Keine gueltige Sicherung von verlauf.dat zum Stand "
                 ws-auswahl-stempel "."
        else
         perform verlauf-vorsichern
         if not ws-vorsicherung-ok
          display "Aktueller Stand von verlauf.dat kann nicht"
                  &" gesichert werden, Ruecksicherung unterbleibt."
         else
          perform verlauf-einspielen
         end-if
        end-if
        exit.

       verlauf-vorsichern section.
        move "N" to ws-vorsicherung-ok-schalter
        perform vorsicherungsname-bilden
        open input verlauf-datei
        if ws-dateistatus = "35"
         move "J" to ws-vorsicherung-ok-schalter
         move "KEINE" to ws-vorsicherung-dateiname
        else
         if ws-dateistatus = "00"
          open output vorsicherung-datei
          if ws-dateistatus = "00"
           move "J" to ws-vorsicherung-ok-schalter
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
          end-if
          close verlauf-datei
         else
          perform verlauf-beiseitestellen
         end-if
        end-if
        exit.

       verlauf-beiseitestellen section.
        move ws-dateistatus to ws-oeffnen-status
        move spaces to ws-vorsicherung-dateiname
        string ws-basisname          delimited by space
               "_vor_ruecksicherung_" delimited by size
               ws-stempel            delimited by size
               ".dat"                delimited by size
               into ws-vorsicherung-dateiname
        end-string
        call "CBL_RENAME_FILE" using ws-verlauf-dateiname
                                     ws-vorsicherung-dateiname
        if return-code = zero
         move "J" to ws-vorsicherung-ok-schalter
         display "verlauf.dat nicht lesbar (Status " ws-oeffnen-status
                 "), umbenannt in "
                 function trim(ws-vorsicherung-dateiname)
        else
         display "verlauf.dat nicht lesbar (Status " ws-oeffnen-status
                 ") und nicht umbenennbar."
        end-if
        move zero to return-code
        exit.

       verlauf-einspielen section.
        move zero to ws-saetze
        move zero to ws-fehler-saetze
        open input sicherung-datei
        if ws-dateistatus not = "00"
         display "Sicherung " function trim(ws-sicherung-dateiname)
                 " kann nicht gelesen werden."
        else
         open output verlauf-datei
         if ws-dateistatus not = "00"
          display "verlauf.dat kann nicht neu angelegt werden"
                  &" (Status " ws-dateistatus ")."
          close sicherung-datei
         else
          move "N" to ws-datei-eof-schalter
          perform until ws-datei-eof
              read sicherung-datei
                  at end move "J" to ws-datei-eof-schalter
                  not at end
                      move sicherung-satz to verlauf-satz
                      write verlauf-satz
                          invalid key add 1 to ws-fehler-saetze
                          not invalid key add 1 to ws-saetze
                      end-write
              end-read
          end-perform
          close verlauf-datei
          close sicherung-datei
          perform ergebnis-protokollieren
         end-if
        end-if
        exit.

       stamm-zuruecksichern section.
        perform katalog-eintrag-suchen
        if not ws-eintrag-gefunden
         display "Keine gueltige Sicherung von "
                 function trim(ws-stamm-dateiname) " zum Stand "
                 ws-auswahl-stempel "."
        else
         perform stamm-vorsichern
         if not ws-vorsicherung-ok
          display "Aktueller Stand von "
                  function trim(ws-stamm-dateiname) " kann nicht"
                  &" gesichert werden, Ruecksicherung unterbleibt."
         else
          perform stamm-einspielen
         end-if
        end-if
        exit.

       stamm-vorsichern section.
        move "N" to ws-vorsicherung-ok-schalter
        perform vorsicherungsname-bilden
        open input stamm-datei
        if ws-dateistatus = "35"
         move "J" to ws-vorsicherung-ok-schalter
         move "KEINE" to ws-vorsicherung-dateiname
        else
         if ws-dateistatus = "00"
          open output vorsicherung-datei
          if ws-dateistatus = "00"
           move "J" to ws-vorsicherung-ok-schalter
           move "N" to ws-datei-eof-schalter
           perform until ws-datei-eof
               read stamm-datei
                   at end move "J" to ws-datei-eof-schalter
                   not at end
                       write vorsicherung-satz from stamm-satz
               end-read
           end-perform
           close vorsicherung-datei
          end-if
          close stamm-datei
         end-if
        end-if
        exit.

       stamm-einspielen section.
        move zero to ws-saetze
        move zero to ws-fehler-saetze
        open input sicherung-datei
        if ws-dateistatus not = "00"
         display "Sicherung " function trim(ws-sicherung-dateiname)
                 " kann nicht gelesen werden."
        else
         open output stamm-datei
         if ws-dateistatus not = "00"
          display function trim(ws-stamm-dateiname)
                  " kann nicht geschrieben"
                  &" werden (Status " ws-dateistatus ")."
          close sicherung-datei
         else
          move "N" to ws-datei-eof-schalter
          perform until ws-datei-eof
              read sicherung-datei
                  at end move "J" to ws-datei-eof-schalter
                  not at end
                      add 1 to ws-saetze
                      write stamm-satz from sicherung-satz
              end-read
          end-perform
          close stamm-datei
          close sicherung-datei
          perform ergebnis-protokollieren
         end-if
        end-if
        exit.

       ergebnis-protokollieren section.
        if ws-saetze = ws-soll-saetze and ws-fehler-saetze = zero
         move "OK" to ws-ergebnis-text
        else
         move "ABWEICHUNG" to ws-ergebnis-text
        end-if
        display function trim(ws-stamm-dateiname)
                " zurueckgesichert, Saetze "
                ws-saetze " von " ws-soll-saetze ", "
                function trim(ws-ergebnis-text)
        move spaces to ws-protokoll-zeile
        string "RUECKSICHERUNG "  delimited by size
               ws-stamm-dateiname delimited by space
               " STAND "          delimited by size
               ws-auswahl-stempel delimited by size
               " SAETZE="         delimited by size
               ws-saetze          delimited by size
               " SOLL="           delimited by size
               ws-soll-saetze     delimited by size
               " FEHLER="         delimited by size
               ws-fehler-saetze   delimited by size
               " AM "             delimited by size
               ws-datum           delimited by size
               " DURCH "          delimited by size
               ws-anmelde-id      delimited by size
               " "                delimited by size
               ws-ergebnis-text   delimited by space
               " VORHER="         delimited by size
               ws-vorsicherung-dateiname delimited by space
               into ws-protokoll-zeile
        end-string
        open extend ruecksicherung-protokoll-datei
        if ws-dateistatus = "35"
         open output ruecksicherung-protokoll-datei
        end-if
        if ws-dateistatus = "00"
         write ruecksicherung-protokoll-satz from ws-protokoll-zeile
         close ruecksicherung-protokoll-datei
        end-if
        exit.

       END PROGRAM ruecksicherung.
