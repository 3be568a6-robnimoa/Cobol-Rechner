      ******************************************************************
      * Author: Robert-Andreas Nietsch
      * Date: 15.10.2026
      * Purpose: Datensicherung von verlauf.dat und den Stammdateien
      *          bediener_stamm.txt, kostenstellen_stamm.txt,
      *          kurs_stamm.txt, steuersatz_stamm.txt,
      *          dauerauftrag_stamm.txt, wertgrenzen_stamm.txt,
      *          budget_stamm.txt sowie freigabe_offen.txt mit einer
      *          einstellbaren Anzahl Generationen
      *          (sicherung_einstellung.txt); jede Sicherung wird in
      *          sicherung_katalog.txt eingetragen, ueberzaehlige
      *          Generationen werden geloescht; bei Fehlern endet der
      *          Lauf mit Returncode 8 (Nachtlauf)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datensicherung.
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
           select sicherung-einstellung-datei
               assign to "sicherung_einstellung.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select sicherung-katalog-datei
               assign to "sicherung_katalog.txt"
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

       FD  sicherung-einstellung-datei.
       01  sicherung-einstellung-satz.
           05  sn-generationen  pic 9(2).

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

       WORKING-STORAGE SECTION.
       01  ws-dateistatus       pic x(2).
       01  ws-datei-eof-schalter pic x value "N".
               88 ws-datei-eof value "J".
       01  ws-datum             pic 9(8).
       01  ws-zeit              pic 9(8).
       01  ws-stempel           pic 9(14).
       01  ws-generationen      pic 9(2) value 3.
       01  ws-stamm-dateiname   pic x(30).
       01  ws-sicherung-dateiname pic x(50).
       01  ws-basisname         pic x(30).
       01  ws-saetze            pic 9(9).
       01  ws-sicherung-status  pic x(2).
       01  ws-fehler-anzahl     pic 9(3) value zero.

       01  ws-katalog-tabelle.
           05 ws-katalog-eintrag occurs 1000 times.
               10 wk-stempel    pic 9(14).
               10 wk-datei      pic x(30).
               10 wk-sicherung  pic x(50).
               10 wk-saetze     pic 9(9).
               10 wk-status     pic x(2).
               10 wk-entfernen  pic x.
       01  ws-katalog-anzahl    pic 9(4) value zero.
       01  ws-katalog-index     pic 9(4).
       01  ws-katalog-uebergangen pic 9(9) value zero.
       01  ws-katalog-voll-schalter pic x value "N".
               88 ws-katalog-voll value "J".

       01  ws-stand-tabelle.
           05 ws-stand-eintrag occurs 1000 times.
               10 wst-stempel   pic 9(14).
               10 wst-vollstaendig pic x.
       01  ws-stand-anzahl      pic 9(4) value zero.
       01  ws-stand-index       pic 9(4).
       01  ws-stand-behalten    pic 9(3).
       01  ws-stand-grenze      pic 9(14).
       01  ws-geloescht-anzahl  pic 9(3) value zero.

       PROCEDURE DIVISION.
       beginn section.
        accept ws-datum from date yyyymmdd
        accept ws-zeit from time
        compute ws-stempel = ws-datum * 1000000 + ws-zeit / 100
        perform einstellung-lesen
        perform katalog-laden
        if ws-katalog-voll
         display "Sicherungskatalog voll, " ws-katalog-uebergangen
                 " Eintraege nicht geladen - Datensicherung"
                 &" abgebrochen,"
         display "sicherung_katalog.txt bleibt unveraendert."
         move 8 to return-code
         goback
        end-if
        perform verlauf-sichern
        move "bediener_stamm.txt" to ws-stamm-dateiname
        move "bediener_stamm" to ws-basisname
        perform stamm-sichern
        move "kostenstellen_stamm.txt" to ws-stamm-dateiname
        move "kostenstellen_stamm" to ws-basisname
        perform stamm-sichern
        move "kurs_stamm.txt" to ws-stamm-dateiname
        move "kurs_stamm" to ws-basisname
        perform stamm-sichern
        move "steuersatz_stamm.txt" to ws-stamm-dateiname
        move "steuersatz_stamm" to ws-basisname
        perform stamm-sichern
        move "dauerauftrag_stamm.txt" to ws-stamm-dateiname
        move "dauerauftrag_stamm" to ws-basisname
        perform stamm-sichern
        move "wertgrenzen_stamm.txt" to ws-stamm-dateiname
        move "wertgrenzen_stamm" to ws-basisname
        perform stamm-sichern
        move "budget_stamm.txt" to ws-stamm-dateiname
        move "budget_stamm" to ws-basisname
        perform stamm-sichern
        move "freigabe_offen.txt" to ws-stamm-dateiname
        move "freigabe_offen" to ws-basisname
        perform stamm-sichern
        perform generationen-bereinigen
        perform katalog-schreiben
        display "Datensicherung " ws-stempel " beendet, Fehler: "
                ws-fehler-anzahl ", geloeschte Sicherungen: "
                ws-geloescht-anzahl
        if ws-fehler-anzahl = zero
         move zero to return-code
        else
         move 8 to return-code
        end-if
        goback.

       einstellung-lesen section.
        open input sicherung-einstellung-datei
        if ws-dateistatus = "00"
         read sicherung-einstellung-datei
             at end continue
             not at end
                 if sn-generationen is numeric
                    and sn-generationen > zero
                  move sn-generationen to ws-generationen
                 end-if
         end-read
         close sicherung-einstellung-datei
        end-if
        exit.

       katalog-laden section.
        move zero to ws-katalog-anzahl
        open input sicherung-katalog-datei
        if ws-dateistatus = "00"
         move "N" to ws-datei-eof-schalter
         perform until ws-datei-eof
             read sicherung-katalog-datei
                 at end move "J" to ws-datei-eof-schalter
                 not at end
                     if sk-stempel is numeric
                      perform katalog-eintrag-aufnehmen
                     end-if
             end-read
         end-perform
         close sicherung-katalog-datei
        end-if
        exit.

       katalog-eintrag-aufnehmen section.
        if ws-katalog-anzahl < 991
         add 1 to ws-katalog-anzahl
         move sk-stempel to wk-stempel(ws-katalog-anzahl)
         move sk-datei to wk-datei(ws-katalog-anzahl)
         move sk-sicherung to wk-sicherung(ws-katalog-anzahl)
         move sk-saetze to wk-saetze(ws-katalog-anzahl)
         move sk-status to wk-status(ws-katalog-anzahl)
         move "N" to wk-entfernen(ws-katalog-anzahl)
        else
         move "J" to ws-katalog-voll-schalter
         add 1 to ws-katalog-uebergangen
        end-if
        exit.

       sicherungsname-bilden section.
        move spaces to ws-sicherung-dateiname
        string ws-basisname   delimited by space
               "_sicherung_"  delimited by size
               ws-stempel     delimited by size
               ".txt"         delimited by size
               into ws-sicherung-dateiname
        end-string
        exit.

       verlauf-sichern section.
        move "verlauf" to ws-basisname
        perform sicherungsname-bilden
        move zero to ws-saetze
        open input verlauf-datei
        evaluate true
                when ws-dateistatus = "35"
                     move "NV" to ws-sicherung-status
                     display "verlauf.dat nicht vorhanden, keine"
                             &" Sicherung."
                when ws-dateistatus not = "00"
                     move "FE" to ws-sicherung-status
                     display "verlauf.dat kann nicht gelesen werden"
                             &" (Status " ws-dateistatus ")."
                when other
                     open output sicherung-datei
                     if ws-dateistatus not = "00"
                      move "FE" to ws-sicherung-status
                      display "Sicherung "
                              function trim(ws-sicherung-dateiname)
                              " kann nicht angelegt werden."
                     else
                      move "OK" to ws-sicherung-status
                      move "N" to ws-datei-eof-schalter
                      perform until ws-datei-eof
                          read verlauf-datei next
                              at end move "J" to ws-datei-eof-schalter
                              not at end
                                  add 1 to ws-saetze
                                  move spaces to sicherung-satz
                                  move verlauf-satz to sicherung-satz
                                  write sicherung-satz
                          end-read
                      end-perform
                      close sicherung-datei
                     end-if
                     close verlauf-datei
        end-evaluate
        move "verlauf.dat" to ws-stamm-dateiname
        perform katalog-ergaenzen
        exit.

       stamm-sichern section.
        perform sicherungsname-bilden
        move zero to ws-saetze
        open input stamm-datei
        evaluate true
                when ws-dateistatus = "35"
                     move "NV" to ws-sicherung-status
                     display function trim(ws-stamm-dateiname)
                             " nicht vorhanden,"
                             &" keine Sicherung."
                when ws-dateistatus not = "00"
                     move "FE" to ws-sicherung-status
                     display function trim(ws-stamm-dateiname)
                             " kann nicht gelesen"
                             &" werden (Status " ws-dateistatus ")."
                when other
                     open output sicherung-datei
                     if ws-dateistatus not = "00"
                      move "FE" to ws-sicherung-status
                      display "Sicherung "
                              function trim(ws-sicherung-dateiname)
                              " kann nicht angelegt werden."
                     else
                      move "OK" to ws-sicherung-status
                      move "N" to ws-datei-eof-schalter
                      perform until ws-datei-eof
                          read stamm-datei
                              at end move "J" to ws-datei-eof-schalter
                              not at end
                                  add 1 to ws-saetze
                                  write sicherung-satz from stamm-satz
                          end-read
                      end-perform
                      close sicherung-datei
                     end-if
                     close stamm-datei
        end-evaluate
        perform katalog-ergaenzen
        exit.

       katalog-ergaenzen section.
        if ws-sicherung-status = "FE"
         add 1 to ws-fehler-anzahl
        end-if
        if ws-sicherung-status not = "OK"
         move spaces to ws-sicherung-dateiname
        end-if
        if ws-katalog-anzahl < 1000
         add 1 to ws-katalog-anzahl
         move ws-stempel to wk-stempel(ws-katalog-anzahl)
         move ws-stamm-dateiname to wk-datei(ws-katalog-anzahl)
         move ws-sicherung-dateiname
              to wk-sicherung(ws-katalog-anzahl)
         move ws-saetze to wk-saetze(ws-katalog-anzahl)
         move ws-sicherung-status to wk-status(ws-katalog-anzahl)
         move "N" to wk-entfernen(ws-katalog-anzahl)
        else
         move "J" to ws-katalog-voll-schalter
         add 1 to ws-fehler-anzahl
         display "Sicherungskatalog voll, "
                 function trim(ws-stamm-dateiname) " nicht eingetragen."
        end-if
        display function trim(ws-stamm-dateiname) " Status "
                ws-sicherung-status
                " Saetze " ws-saetze
        exit.

       generationen-bereinigen section.
        move zero to ws-stand-anzahl
        move 1 to ws-katalog-index
        perform until ws-katalog-index > ws-katalog-anzahl
            if ws-stand-anzahl = zero
             perform stand-aufnehmen
            else
             if wk-stempel(ws-katalog-index)
                not = wst-stempel(ws-stand-anzahl)
              perform stand-aufnehmen
             end-if
            end-if
            if wk-status(ws-katalog-index) = "FE"
             move "N" to wst-vollstaendig(ws-stand-anzahl)
            end-if
            add 1 to ws-katalog-index
        end-perform
        move zero to ws-stand-behalten
        move zero to ws-stand-grenze
        move ws-stand-anzahl to ws-stand-index
        perform until ws-stand-index = zero
                or ws-stand-grenze > zero
            if wst-vollstaendig(ws-stand-index) = "J"
             add 1 to ws-stand-behalten
             if ws-stand-behalten = ws-generationen
              move wst-stempel(ws-stand-index) to ws-stand-grenze
             end-if
            end-if
            subtract 1 from ws-stand-index
        end-perform
        if ws-stand-grenze > zero
         move 1 to ws-katalog-index
         perform until ws-katalog-index > ws-katalog-anzahl
             if wk-stempel(ws-katalog-index) < ws-stand-grenze
              move "J" to wk-entfernen(ws-katalog-index)
              if wk-sicherung(ws-katalog-index) not = spaces
               move wk-sicherung(ws-katalog-index)
                    to ws-sicherung-dateiname
               call "CBL_DELETE_FILE" using ws-sicherung-dateiname
               if return-code = zero
                add 1 to ws-geloescht-anzahl
               end-if
               move zero to return-code
              end-if
             end-if
             add 1 to ws-katalog-index
         end-perform
        end-if
        exit.

       stand-aufnehmen section.
        add 1 to ws-stand-anzahl
        move wk-stempel(ws-katalog-index)
             to wst-stempel(ws-stand-anzahl)
        move "J" to wst-vollstaendig(ws-stand-anzahl)
        exit.

       katalog-schreiben section.
        open output sicherung-katalog-datei
        if ws-dateistatus not = "00"
         add 1 to ws-fehler-anzahl
         display "Sicherungskatalog sicherung_katalog.txt kann nicht"
                 &" geschrieben werden."
        else
         move 1 to ws-katalog-index
         perform until ws-katalog-index > ws-katalog-anzahl
             if wk-entfernen(ws-katalog-index) = "N"
              move spaces to sicherung-katalog-satz
              move wk-stempel(ws-katalog-index) to sk-stempel
              move wk-datei(ws-katalog-index) to sk-datei
              move wk-sicherung(ws-katalog-index) to sk-sicherung
              move wk-saetze(ws-katalog-index) to sk-saetze
              move wk-status(ws-katalog-index) to sk-status
              write sicherung-katalog-satz
             end-if
             add 1 to ws-katalog-index
         end-perform
         close sicherung-katalog-datei
        end-if
        exit.

       END PROGRAM datensicherung.
