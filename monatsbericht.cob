           select audit-quell-datei assign using ws-quell-dateiname
               organization is line sequential
               file status is ws-dateistatus.
           select verlauf-datei assign to "verlauf.dat"
               organization is indexed
               access mode is dynamic
               record key is vl-schluessel
               file status is ws-dateistatus.
           select bericht-datei assign to "monatsbericht.txt"
               organization is line sequential
               file status is ws-dateistatus.
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

       FD  bericht-datei.
       01  bericht-satz         pic x(180).

       SD  sortier-datei.
       01  sortier-satz.
           05  mo-operator      pic x.
           05  mo-ueberlauf     pic x.
           05  mo-ablehnung     pic x.
           05  mo-storniert     pic x.
           05  mo-gegenbuchung  pic x.

       WORKING-STORAGE SECTION.
       01  ws-dateistatus       pic x(2).
       01  ws-ausgewertete-zeilen pic 9(7) value zero.
       01  ws-uebergangene-zeilen pic 9(7) value zero.
       01  ws-fehlende-archive  pic 9(3) value zero.
       01  ws-verlauf-offen-schalter pic x value "N".
               88 ws-verlauf-offen value "J".

       01  ws-quell-dateiname   pic x(30).
       01  ws-monat-von         pic 9(6).
           05 mb-sonstige       pic 9(7).
           05 mb-ueberlaeufe    pic 9(7).
           05 mb-ablehnungen    pic 9(7).
           05 mb-storniert      pic 9(7).
           05 mb-gegenbuchungen pic 9(7).
       01  mb-gruppe-offen-schalter pic x value "N".
               88 mb-gruppe-offen value "J".
       01  mb-aktueller-monat   pic 9(6) value zero.
           05 ms-anzahl         pic 9(7).
           05 ms-ueberlaeufe    pic 9(7).
           05 ms-ablehnungen    pic 9(7).
           05 ms-storniert      pic 9(7).

       01  ws-monatsliste.
           05 ws-monatsliste-monat pic 9(6).
           05 filler            pic x(8) value "   SONST".
           05 filler            pic x(8) value "  UEBERL".
           05 filler            pic x(8) value "   ABGEL".
           05 filler            pic x(8) value "  STORNO".
           05 filler            pic x(8) value "  GEGENB".
           05 filler            pic x(8) value "  VORMON".
           05 filler            pic x(9) value "     DIFF".
       01  bericht-detailzeile.
           05 bd-sonstige       pic z(7)9.
           05 bd-ueberlaeufe    pic z(7)9.
           05 bd-ablehnungen    pic z(7)9.
           05 bd-storniert      pic z(7)9.
           05 bd-gegenbuchungen pic z(7)9.
           05 bd-vormonat       pic z(7)9.
           05 bd-differenz      pic z(7)9-.
       01  bericht-monatszeile.
           05 mz-ueberlaeufe    pic z(7)9.
           05 filler            pic x(16) value " ABLEHNUNGEN:".
           05 mz-ablehnungen    pic z(7)9.
           05 filler            pic x(14) value " STORNIERT:".
           05 mz-storniert      pic z(7)9.
       01  bericht-leerzeile    pic x(132) value spaces.
       01  bericht-schlusszeile.
           05 filler            pic x(21)
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
            ascending key mo-monat mo-bediener
            input procedure is monate-einlesen
            output procedure is bericht-erstellen
        if ws-verlauf-offen
         close verlauf-datei
        end-if
        close bericht-datei
        display "Bericht monatsbericht.txt erstellt."
        display "Gelesene Zeilen:     " ws-gelesene-zeilen
          move audit-satz(53:1) to mo-operator
          move audit-satz(104:1) to mo-ueberlauf
          move audit-satz(116:1) to mo-ablehnung
          move "N" to mo-storniert
          move "N" to mo-gegenbuchung
          if audit-satz(211:5) = " REF="
             and audit-satz(216:1) = "S"
           move "J" to mo-gegenbuchung
          else
           perform storno-pruefen
          end-if
          release sortier-satz
         end-if
        end-if
        exit.

       storno-pruefen section.
        if ws-verlauf-offen
           and audit-satz(198:4) = " VL="
           and audit-satz(202:9) is numeric
         move audit-satz(202:9) to vl-schluessel
         if vl-schluessel > zero
          read verlauf-datei
              invalid key continue
              not invalid key
                  if vl-status = "S"
                   move "J" to mo-storniert
                  end-if
          end-read
         end-if
        end-if
        exit.

       bericht-erstellen section.
        move ws-heute to bk-datum
        move ws-monat-von to bk-monat-von
        move zero to ms-anzahl
        move zero to ms-ueberlaeufe
        move zero to ms-ablehnungen
        move zero to ms-storniert
        move zero to ws-monatsliste-monat
        move zero to ws-monatsliste-anzahl
        move zero to ws-vormonatsliste-monat
        exit.

       gruppe-zaehlen section.
        if mo-gegenbuchung = "J"
         add 1 to mb-gegenbuchungen
        else
         if mo-storniert = "J"
          add 1 to mb-storniert
         else
          perform gruppe-operator-zaehlen
         end-if
        end-if
        exit.

       gruppe-operator-zaehlen section.
        add 1 to mb-anzahl
        evaluate mo-operator
                when "+" add 1 to mb-plus
         add mb-anzahl to ms-anzahl
         add mb-ueberlaeufe to ms-ueberlaeufe
         add mb-ablehnungen to ms-ablehnungen
         add mb-storniert to ms-storniert
        end-if
        move "N" to mb-gruppe-offen-schalter
        exit.
        move mb-sonstige to bd-sonstige
        move mb-ueberlaeufe to bd-ueberlaeufe
        move mb-ablehnungen to bd-ablehnungen
        move mb-storniert to bd-storniert
        move mb-gegenbuchungen to bd-gegenbuchungen
        perform vormonat-anzahl-suchen
        move mb-vormonat-anzahl to bd-vormonat
        compute mb-differenz = mb-anzahl - mb-vormonat-anzahl
        move ms-anzahl to mz-anzahl
        move ms-ueberlaeufe to mz-ueberlaeufe
        move ms-ablehnungen to mz-ablehnungen
        move ms-storniert to mz-storniert
        write bericht-satz from bericht-monatszeile
        write bericht-satz from bericht-leerzeile
        move zero to ms-anzahl
        move zero to ms-ueberlaeufe
        move zero to ms-ablehnungen
        move zero to ms-storniert
        exit.

       END PROGRAM monatsbericht.
