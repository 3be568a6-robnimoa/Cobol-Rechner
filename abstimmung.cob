       DATA DIVISION.
       FILE SECTION.
       FD  audit-log-datei.
       01  audit-satz           pic x(400).

       FD  verlauf-datei.
       01  verlauf-satz.
           05  vl-ergebnis      pic S9(10)V99.
           05  vl-rest          pic 9V9999.
           05  vl-kostenstelle  pic x(6).
           05  vl-status        pic x.
           05  vl-bezug         pic 9(9).
           05  vl-steuer-kennzeichen pic x(10).
           05  vl-steuerbetrag  pic S9(10)V99.
           05  vl-belegdatum    pic 9(8).

       FD  bericht-datei.
       01  bericht-satz         pic x(160).
               10 wv-zahl2      pic x(12).
               10 wv-ergebnis   pic x(12).
               10 wv-zugeordnet pic x.
               10 wv-status     pic x.
       01  ws-verlauf-anzahl    pic 9(4) value zero.
       01  ws-verlauf-index     pic 9(4).
       01  ws-verlauf-fundindex pic 9(4).
       01  ws-zugeordnet        pic 9(7) value zero.
       01  ws-nur-audit         pic 9(7) value zero.
       01  ws-nur-verlauf       pic 9(7) value zero.
       01  ws-verlauf-storniert pic 9(7) value zero.
       01  ws-verlauf-gegenbuchungen pic 9(7) value zero.
       01  ws-verlauf-wirksam   pic 9(7) value zero.

       01  bericht-kopfzeile.
           05 filler            pic x(32)
           05 bn-zahl2          pic x(12).
           05 filler            pic x(3) value " = ".
           05 bn-ergebnis       pic x(12).
           05 filler            pic x(8) value " STATUS=".
           05 bn-status         pic x.
       01  bericht-leerzeile    pic x(132) value spaces.
       01  bericht-summenzeile.
           05 bs-text           pic x(34).
        display "Zugeordnete Saetze:        " ws-zugeordnet
        display "Nur im Audit-Log:          " ws-nur-audit
        display "Nur im Verlauf:            " ws-nur-verlauf
        display "Stornierte Saetze:         " ws-verlauf-storniert
        display "Wirksame Verlaufssaetze:   " ws-verlauf-wirksam
        stop run.

       verlauf-einlesen section.
       verlauf-satz-uebernehmen section.
        if vl-datum >= ws-datum-von and vl-datum <= ws-datum-bis
         add 1 to ws-verlauf-gelesen
         evaluate vl-status
                 when "S" add 1 to ws-verlauf-storniert
                 when "G" add 1 to ws-verlauf-gegenbuchungen
                 when other add 1 to ws-verlauf-wirksam
         end-evaluate
         if ws-verlauf-anzahl < 2000
          add 1 to ws-verlauf-anzahl
          move vl-schluessel to wv-schluessel(ws-verlauf-anzahl)
          move verlauf-satz(39:12) to wv-zahl2(ws-verlauf-anzahl)
          move verlauf-satz(51:12) to wv-ergebnis(ws-verlauf-anzahl)
          move "N" to wv-zugeordnet(ws-verlauf-anzahl)
          move vl-status to wv-status(ws-verlauf-anzahl)
         else
          move "J" to ws-verlauf-voll-schalter
          display "Verlaufstabelle voll, Satz uebergangen."
             move wv-operator(ws-verlauf-index) to bn-operator
             move wv-zahl2(ws-verlauf-index) to bn-zahl2
             move wv-ergebnis(ws-verlauf-index) to bn-ergebnis
             move wv-status(ws-verlauf-index) to bn-status
             write bericht-satz from bericht-nur-verlauf-zeile
            end-if
            add 1 to ws-verlauf-index
        move "VERLAUFSSAETZE IM ZEITRAUM:       " to bs-text
        move ws-verlauf-gelesen to bs-anzahl
        write bericht-satz from bericht-summenzeile
        move "DAVON STORNIERT:                  " to bs-text
        move ws-verlauf-storniert to bs-anzahl
        write bericht-satz from bericht-summenzeile
        move "DAVON GEGENBUCHUNGEN:             " to bs-text
        move ws-verlauf-gegenbuchungen to bs-anzahl
        write bericht-satz from bericht-summenzeile
        move "WIRKSAME VERLAUFSSAETZE:          " to bs-text
        move ws-verlauf-wirksam to bs-anzahl
        write bericht-satz from bericht-summenzeile
        move "ZUGEORDNETE SAETZE:               " to bs-text
        move ws-zugeordnet to bs-anzahl
        write bericht-satz from bericht-summenzeile
                     move "ERGEBNIS: ABWEICHUNGEN FESTGESTELLT."
                          to bericht-satz
                     write bericht-satz
                     if ws-nur-audit > zero
                      move spaces to bericht-satz
                      move "FEHLENDE VERLAUFSSAETZE KOENNEN MIT"
                           &" VERLAUFAUFBAU (FEHLENDE ERGAENZEN)"
                           &" NACHGETRAGEN WERDEN." to bericht-satz
                      write bericht-satz
                     end-if
        end-evaluate
        exit.

