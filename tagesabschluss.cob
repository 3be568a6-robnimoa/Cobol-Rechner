           select audit-log-datei assign to "audit_log.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select verlauf-datei assign to "verlauf.dat"
               organization is indexed
               access mode is dynamic
               record key is vl-schluessel
               file status is ws-dateistatus.
           select bericht-datei assign to "tagesbericht.txt"
               organization is line sequential
               file status is ws-dateistatus.
       DATA DIVISION.
       FILE SECTION.
       FD  audit-log-datei.
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
       01  bericht-satz         pic x(160).

       SD  sortier-datei.
       01  sortier-satz.
           05  so-ueberlauf     pic x.
           05  so-ablehnung     pic x.
           05  so-kostenstelle  pic x(6).
           05  so-storniert     pic x.
           05  so-gegenbuchung  pic x.

       WORKING-STORAGE SECTION.
       01  ws-dateistatus       pic x(2).
       01  ws-gelesene-zeilen   pic 9(7) value zero.
       01  ws-ausgewertete-zeilen pic 9(7) value zero.
       01  ws-uebergangene-zeilen pic 9(7) value zero.
       01  ws-verlauf-offen-schalter pic x value "N".
               88 ws-verlauf-offen value "J".

       01  ta-zeile.
           05 ta-datum          pic 9(8).
           05 ta-sonstige       pic 9(7).
           05 ta-ueberlaeufe    pic 9(7).
           05 ta-ablehnungen    pic 9(7).
           05 ta-storniert      pic 9(7).
           05 ta-gegenbuchungen pic 9(7).
       01  ta-gruppe-offen-schalter pic x value "N".
               88 ta-gruppe-offen value "J".

       01  ks-tabelle.
           05 ks-eintrag occurs 500 times.
               10 ks-nummer     pic x(6).
               10 ks-anzahl     pic 9(7).
               10 ks-ueberlaeufe pic 9(7).
               10 ks-ablehnungen pic 9(7).
               10 ks-storniert  pic 9(7).
       01  ks-eintraege-anzahl  pic 9(3) value zero.
       01  ks-index             pic 9(3) value zero.
       01  ks-such-index        pic 9(3) value zero.
           05 ts-anzahl         pic 9(7).
           05 ts-ueberlaeufe    pic 9(7).
           05 ts-ablehnungen    pic 9(7).
           05 ts-storniert      pic 9(7).
       01  ta-aktueller-tag     pic 9(8) value zero.

       01  ws-heute             pic 9(8).
           05 filler            pic x(8) value "   SONST".
           05 filler            pic x(8) value "  UEBERL".
           05 filler            pic x(8) value "   ABGEL".
           05 filler            pic x(8) value "  STORNO".
           05 filler            pic x(8) value "  GEGENB".
       01  bericht-detailzeile.
           05 bd-datum          pic 9(8).
           05 filler            pic x(2) value spaces.
           05 bd-sonstige       pic z(7)9.
           05 bd-ueberlaeufe    pic z(7)9.
           05 bd-ablehnungen    pic z(7)9.
           05 bd-storniert      pic z(7)9.
           05 bd-gegenbuchungen pic z(7)9.
       01  bericht-tageszeile.
           05 filler            pic x(11) value "TAGESSUMME ".
           05 tz-datum          pic 9(8).
           05 tz-ueberlaeufe    pic z(7)9.
           05 filler            pic x(16) value " ABLEHNUNGEN:".
           05 tz-ablehnungen    pic z(7)9.
           05 filler            pic x(14) value " STORNIERT:".
           05 tz-storniert      pic z(7)9.
       01  bericht-kst-ueberschrift.
           05 filler            pic x(26)
              value "AUSWERTUNG JE KOSTENSTELLE".
           05 filler            pic x(8) value "  ANZAHL".
           05 filler            pic x(8) value "  UEBERL".
           05 filler            pic x(8) value "   ABGEL".
           05 filler            pic x(8) value "  STORNO".
       01  bericht-kst-detailzeile.
           05 bk-nummer         pic x(6).
           05 filler            pic x(7) value spaces.
           05 bk-anzahl         pic z(7)9.
           05 bk-ueberlaeufe    pic z(7)9.
           05 bk-ablehnungen    pic z(7)9.
           05 bk-storniert      pic z(7)9.
       01  bericht-leerzeile    pic x(132) value spaces.
       01  bericht-schlusszeile.
           05 filler            pic x(21)
                  &" werden."
          move 8 to return-code
         else
          open input verlauf-datei
          if ws-dateistatus = "00"
           move "J" to ws-verlauf-offen-schalter
          else
           display "Verlaufsdatei verlauf.dat nicht verfuegbar,"
                   &" Stornierungen werden nicht erkannt."
          end-if
          sort sortier-datei
              ascending key so-datum so-bediener
              input procedure is audit-einlesen
              output procedure is bericht-erstellen
          if ws-verlauf-offen
           close verlauf-datei
          end-if
          close bericht-datei
          display "Bericht tagesbericht.txt erstellt."
          display "Gelesene Zeilen:     " ws-gelesene-zeilen
         else
          move spaces to so-kostenstelle
         end-if
         move "N" to so-storniert
         move "N" to so-gegenbuchung
         if audit-satz(211:5) = " REF=" and audit-satz(216:1) = "S"
          move "J" to so-gegenbuchung
         else
          perform storno-pruefen
         end-if
         release sortier-satz
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
                   move "J" to so-storniert
                  end-if
          end-read
         end-if
        end-if
        exit.

       bericht-erstellen section.
        move ws-heute to bk-datum
        write bericht-satz from bericht-kopfzeile1
        move zero to ts-anzahl
        move zero to ts-ueberlaeufe
        move zero to ts-ablehnungen
        move zero to ts-storniert
        move "N" to ta-gruppe-offen-schalter
        move "N" to ws-sortier-eof-schalter
        perform until ws-sortier-eof
            end-if
        end-perform
        if ks-index = zero
         if ks-eintraege-anzahl < 500
          add 1 to ks-eintraege-anzahl
          move ks-eintraege-anzahl to ks-index
          initialize ks-eintrag(ks-index)
         end-if
        end-if
        if ks-index > zero
         evaluate true
                 when so-gegenbuchung = "J"
                      continue
                 when so-storniert = "J"
                      add 1 to ks-storniert(ks-index)
                 when other
                      add 1 to ks-anzahl(ks-index)
                      if so-ueberlauf = "J"
                       add 1 to ks-ueberlaeufe(ks-index)
                      end-if
                      if so-ablehnung = "J"
                       add 1 to ks-ablehnungen(ks-index)
                      end-if
         end-evaluate
        end-if
        exit.

        exit.

       gruppe-zaehlen section.
        if so-gegenbuchung = "J"
         add 1 to ta-gegenbuchungen
        else
         if so-storniert = "J"
          add 1 to ta-storniert
         else
          perform gruppe-operator-zaehlen
         end-if
        end-if
        exit.

       gruppe-operator-zaehlen section.
        add 1 to ta-anzahl
        evaluate so-operator
                when "+" add 1 to ta-plus
        add ta-anzahl to ts-anzahl
        add ta-ueberlaeufe to ts-ueberlaeufe
        add ta-ablehnungen to ts-ablehnungen
        add ta-storniert to ts-storniert
        move "N" to ta-gruppe-offen-schalter
        exit.

        move ta-sonstige to bd-sonstige
        move ta-ueberlaeufe to bd-ueberlaeufe
        move ta-ablehnungen to bd-ablehnungen
        move ta-storniert to bd-storniert
        move ta-gegenbuchungen to bd-gegenbuchungen
        write bericht-satz from bericht-detailzeile
        exit.

             move ks-anzahl(ks-index) to bk-anzahl
             move ks-ueberlaeufe(ks-index) to bk-ueberlaeufe
             move ks-ablehnungen(ks-index) to bk-ablehnungen
             move ks-storniert(ks-index) to bk-storniert
             write bericht-satz from bericht-kst-detailzeile
             add 1 to ks-index
         end-perform
        move ts-anzahl to tz-anzahl
        move ts-ueberlaeufe to tz-ueberlaeufe
        move ts-ablehnungen to tz-ablehnungen
        move ts-storniert to tz-storniert
        write bericht-satz from bericht-tageszeile
        write bericht-satz from bericht-leerzeile
        move zero to ts-anzahl
        move zero to ts-ueberlaeufe
        move zero to ts-ablehnungen
        move zero to ts-storniert
        exit.

       END PROGRAM tagesabschluss.
