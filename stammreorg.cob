       01  ws-protokoll-zeile   pic x(160).

       01  ws-kurs-tabelle.
           05 ws-kurs-eintrag occurs 2000 times.
               10 wk-von        pic x(3).
               10 wk-nach       pic x(3).
               10 wk-kurs       pic 9(4)V9(6).
          close sicherung-datei
          close kurs-datei
          if ws-uebergangen > zero
           display "Reorganisation KURS abgebrochen, mehr als 2000"
                   &" verschiedene Saetze - kurs_stamm.txt bleibt"
                   &" unveraendert."
           move ws-gelesen to ws-behalten
         move ku-kurs to wk-kurs(ws-kurs-fundindex)
         add 1 to ws-entfernt
        else
         if ws-kurs-anzahl < 2000
          add 1 to ws-kurs-anzahl
          move ku-von to wk-von(ws-kurs-anzahl)
          move ku-nach to wk-nach(ws-kurs-anzahl)
