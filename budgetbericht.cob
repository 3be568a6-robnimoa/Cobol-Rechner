      ******************************************************************
      * Author: Robert-Andreas Nietsch
      * Date: 15.10.2026
      * Purpose: Budgetbericht - Soll/Ist-Vergleich je Kostenstelle
      *          fuer einen Monat; Soll aus budget_stamm.txt, Ist als
      *          Summe der Ergebnisse aus verlauf.dat (Buchungsdatum
      *          im Berichtsmonat, Gegenbuchungen mindern das Ist;
      *          Waehrungsumrechnungen (Operator u) gehen nicht ins
      *          Ist ein, da ihr Ergebnis in der Zielwaehrung steht -
      *          wie bei der Budgetpruefung im Rechner);
      *          ausgewiesen werden Budget, Ist, Restbetrag und
      *          Ausschoepfung in Prozent; der Monat kommt aus
      *          budgetbericht_param.txt (JJJJMM), fehlt die Datei
      *          wird der laufende Monat ausgewertet; Bericht nach
      *          budgetbericht.txt; bei Fehlern Returncode 8
      *          (Nachtlauf)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. budgetbericht.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select budget-param-datei
               assign to "budgetbericht_param.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select budget-datei
               assign to "budget_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select kostenstellen-datei
               assign to "kostenstellen_stamm.txt"
               organization is line sequential
               file status is ws-dateistatus.
           select verlauf-datei assign to "verlauf.dat"
               organization is indexed
               access mode is dynamic
               record key is vl-schluessel
               file status is ws-dateistatus.
           select bericht-datei assign to "budgetbericht.txt"
               organization is line sequential
               file status is ws-dateistatus.
       DATA DIVISION.
       FILE SECTION.
       FD  budget-param-datei.
       01  budget-param-satz.
           05  bp-monat         pic 9(6).

       FD  budget-datei.
       01  budget-satz.
           05  bu-kostenstelle  pic x(6).
           05  bu-monat         pic 9(6).
           05  bu-soll          pic 9(10)V99.
           05  bu-warnprozent   pic 9(3).

       FD  kostenstellen-datei.
       01  kostenstellen-satz.
           05  ko-nummer        pic x(6).
           05  ko-bezeichnung   pic x(30).

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
       01  bericht-satz         pic x(140).

       WORKING-STORAGE SECTION.
       01  ws-dateistatus       pic x(2).
       01  ws-heute             pic 9(8).
       01  ws-monat             pic 9(6).
       01  ws-monat-teile redefines ws-monat.
           05 ws-monat-jahr     pic 9(4).
           05 ws-monat-mm       pic 9(2).
       01  ws-eof-schalter      pic x value "N".
               88 ws-eof value "J".
       01  ws-verlauf-gelesen   pic 9(9) value zero.
       01  ws-verlauf-im-monat  pic 9(9) value zero.
       01  ws-ohne-kostenstelle pic 9(9) value zero.
       01  ws-umrechnungen      pic 9(9) value zero.
       01  ws-tabelle-voll-schalter pic x value "N".
               88 ws-tabelle-voll value "J".

       01  ws-kst-tabelle.
           05 ws-kst-eintrag occurs 500 times.
               10 kt-nummer     pic x(6).
               10 kt-bezeichnung pic x(30).
               10 kt-budget-schalter pic x.
                   88 kt-mit-budget value "J".
               10 kt-soll       pic 9(10)V99.
               10 kt-warnprozent pic 9(3).
               10 kt-ist        pic S9(12)V99.
       01  ws-kst-anzahl        pic 9(3) value zero.
       01  ws-kst-index         pic 9(3).
       01  ws-kst-fundindex     pic 9(3).
       01  ws-such-nummer       pic x(6).

       01  ws-rest              pic S9(12)V99.
       01  ws-prozent           pic S9(5)V9.
       01  ws-summe-soll        pic S9(14)V99 value zero.
       01  ws-summe-ist         pic S9(14)V99 value zero.
       01  ws-summe-rest        pic S9(14)V99 value zero.
       01  ws-gedruckt          pic 9(3) value zero.
       01  ws-ueberschritten    pic 9(3) value zero.
       01  ws-warnungen         pic 9(3) value zero.
       01  ws-ohne-budget       pic 9(3) value zero.

       01  bb-kopfzeile.
           05 filler            pic x(32)
              value "BUDGETBERICHT SOLL/IST   MONAT: ".
           05 bk-monat          pic 9(6).
           05 filler            pic x(12) value "  ERSTELLT: ".
           05 bk-datum          pic 9(8).
       01  bb-spaltenzeile.
           05 filler            pic x(8) value "KST".
           05 filler            pic x(32) value "BEZEICHNUNG".
           05 filler            pic x(22)
              value "                BUDGET".
           05 filler            pic x(2) value spaces.
           05 filler            pic x(22)
              value "                   IST".
           05 filler            pic x(2) value spaces.
           05 filler            pic x(22)
              value "                  REST".
           05 filler            pic x(2) value spaces.
           05 filler            pic x(8) value " PROZENT".
           05 filler            pic x(2) value spaces.
           05 filler            pic x(14) value "HINWEIS".
       01  bb-detailzeile.
           05 bd-kostenstelle   pic x(6).
           05 filler            pic x(2) value spaces.
           05 bd-bezeichnung    pic x(30).
           05 filler            pic x(2) value spaces.
           05 bd-soll           pic z.zzz.zzz.zzz.zz9,99-.
           05 filler            pic x(2) value spaces.
           05 bd-ist            pic z.zzz.zzz.zzz.zz9,99-.
           05 filler            pic x(2) value spaces.
           05 bd-rest           pic z.zzz.zzz.zzz.zz9,99-.
           05 filler            pic x(2) value spaces.
           05 bd-prozent        pic zzzz9,9-.
           05 filler            pic x(2) value spaces.
           05 bd-hinweis        pic x(14).
       01  bb-summenzeile.
           05 filler            pic x(40) value "SUMME".
           05 bs-soll           pic z.zzz.zzz.zzz.zz9,99-.
           05 filler            pic x(2) value spaces.
           05 bs-ist            pic z.zzz.zzz.zzz.zz9,99-.
           05 filler            pic x(2) value spaces.
           05 bs-rest           pic z.zzz.zzz.zzz.zz9,99-.
       01  bb-schlusszeile.
           05 filler            pic x(16) value "KOSTENSTELLEN: ".
           05 bz-gedruckt       pic zz9.
           05 filler            pic x(18) value "  UEBERSCHRITTEN: ".
           05 bz-ueberschritten pic zz9.
           05 filler            pic x(16) value "  WARNSCHWELLE: ".
           05 bz-warnungen      pic zz9.
           05 filler            pic x(15) value "  OHNE BUDGET: ".
           05 bz-ohne-budget    pic zz9.
       01  bb-leerzeile         pic x(140) value spaces.

       PROCEDURE DIVISION.
       beginn section.
        accept ws-heute from date yyyymmdd
        perform monat-ermitteln
        if ws-monat-jahr < 1900
           or ws-monat-mm < 1 or ws-monat-mm > 12
         display "Berichtsmonat " ws-monat " unplausibel."
         move 8 to return-code
         goback
        end-if
        open output bericht-datei
        if ws-dateistatus not = "00"
         display "Bericht budgetbericht.txt kann nicht angelegt"
                 &" werden."
         move 8 to return-code
         goback
        end-if
        perform kostenstellen-laden
        perform budgets-laden
        perform verlauf-auswerten
        perform bericht-schreiben
        close bericht-datei
        display "Bericht budgetbericht.txt fuer Monat " ws-monat
                " erstellt."
        display "Kostenstellen:       " ws-gedruckt
        display "Ueberschritten:      " ws-ueberschritten
        display "Warnschwelle:        " ws-warnungen
        display "Ohne Budget:         " ws-ohne-budget
        if ws-tabelle-voll
         display "Kostenstellentabelle voll, Bericht unvollstaendig."
         move 8 to return-code
        end-if
        goback.

       monat-ermitteln section.
        move ws-heute(1:6) to ws-monat
        open input budget-param-datei
        if ws-dateistatus = "00"
         read budget-param-datei
             at end continue
             not at end
                 if bp-monat is numeric and bp-monat > zero
                  move bp-monat to ws-monat
                 end-if
         end-read
         close budget-param-datei
        end-if
        exit.

       kostenstellen-laden section.
        open input kostenstellen-datei
        if ws-dateistatus = "00"
         move "N" to ws-eof-schalter
         perform until ws-eof
             read kostenstellen-datei
                 at end move "J" to ws-eof-schalter
                 not at end
                     move ko-nummer to ws-such-nummer
                     perform kostenstelle-suchen
                     if ws-kst-fundindex > zero
                      move ko-bezeichnung
                           to kt-bezeichnung(ws-kst-fundindex)
                     end-if
             end-read
         end-perform
         close kostenstellen-datei
        end-if
        exit.

       budgets-laden section.
        open input budget-datei
        if ws-dateistatus not = "00"
         display "Keine Budgetstammdatei budget_stamm.txt vorhanden."
        else
         move "N" to ws-eof-schalter
         perform until ws-eof
             read budget-datei
                 at end move "J" to ws-eof-schalter
                 not at end
                     if bu-monat = ws-monat
                        and bu-soll is numeric
                      move bu-kostenstelle to ws-such-nummer
                      perform kostenstelle-suchen
                      if ws-kst-fundindex > zero
                       move "J"
                            to kt-budget-schalter(ws-kst-fundindex)
                       move bu-soll to kt-soll(ws-kst-fundindex)
                       if bu-warnprozent is numeric
                          and bu-warnprozent > zero
                        move bu-warnprozent
                             to kt-warnprozent(ws-kst-fundindex)
                       else
                        move 90 to kt-warnprozent(ws-kst-fundindex)
                       end-if
                      end-if
                     end-if
             end-read
         end-perform
         close budget-datei
        end-if
        exit.

       verlauf-auswerten section.
        open input verlauf-datei
        if ws-dateistatus not = "00"
         display "Verlaufsdatei verlauf.dat nicht verfuegbar,"
                 &" Ist-Werte sind null."
        else
         move "N" to ws-eof-schalter
         perform until ws-eof
             read verlauf-datei next
                 at end move "J" to ws-eof-schalter
                 not at end perform verlauf-satz-auswerten
             end-read
         end-perform
         close verlauf-datei
        end-if
        exit.

       verlauf-satz-auswerten section.
        add 1 to ws-verlauf-gelesen
        if vl-datum(1:6) = ws-monat
         add 1 to ws-verlauf-im-monat
         evaluate true
                 when vl-operator = "u"
                      add 1 to ws-umrechnungen
                 when vl-kostenstelle = spaces
                      add 1 to ws-ohne-kostenstelle
                 when other
                      move vl-kostenstelle to ws-such-nummer
                      perform kostenstelle-suchen
                      if ws-kst-fundindex > zero
                       add vl-ergebnis to kt-ist(ws-kst-fundindex)
                      end-if
         end-evaluate
        end-if
        exit.

       kostenstelle-suchen section.
        move zero to ws-kst-fundindex
        move 1 to ws-kst-index
        perform until ws-kst-index > ws-kst-anzahl
                or ws-kst-fundindex > zero
            if kt-nummer(ws-kst-index) = ws-such-nummer
             move ws-kst-index to ws-kst-fundindex
            else
             add 1 to ws-kst-index
            end-if
        end-perform
        if ws-kst-fundindex = zero
         if ws-kst-anzahl < 500
          add 1 to ws-kst-anzahl
          move ws-kst-anzahl to ws-kst-fundindex
          move ws-such-nummer to kt-nummer(ws-kst-fundindex)
          move spaces to kt-bezeichnung(ws-kst-fundindex)
          move "N" to kt-budget-schalter(ws-kst-fundindex)
          move zero to kt-soll(ws-kst-fundindex)
          move zero to kt-warnprozent(ws-kst-fundindex)
          move zero to kt-ist(ws-kst-fundindex)
         else
          move "J" to ws-tabelle-voll-schalter
         end-if
        end-if
        exit.

       bericht-schreiben section.
        move ws-monat to bk-monat
        move ws-heute to bk-datum
        write bericht-satz from bb-kopfzeile
        write bericht-satz from bb-leerzeile
        write bericht-satz from bb-spaltenzeile
        write bericht-satz from bb-leerzeile
        move 1 to ws-kst-index
        perform until ws-kst-index > ws-kst-anzahl
            if kt-mit-budget(ws-kst-index)
               or kt-ist(ws-kst-index) not = zero
             perform detailzeile-schreiben
            end-if
            add 1 to ws-kst-index
        end-perform
        write bericht-satz from bb-leerzeile
        move ws-summe-soll to bs-soll
        move ws-summe-ist to bs-ist
        move ws-summe-rest to bs-rest
        write bericht-satz from bb-summenzeile
        write bericht-satz from bb-leerzeile
        move ws-gedruckt to bz-gedruckt
        move ws-ueberschritten to bz-ueberschritten
        move ws-warnungen to bz-warnungen
        move ws-ohne-budget to bz-ohne-budget
        write bericht-satz from bb-schlusszeile
        if ws-ohne-kostenstelle > zero
         move spaces to bericht-satz
         string "BUCHUNGEN OHNE KOSTENSTELLE IM MONAT: "
                                  delimited by size
                ws-ohne-kostenstelle delimited by size
                into bericht-satz
         end-string
         write bericht-satz
        end-if
        if ws-umrechnungen > zero
         move spaces to bericht-satz
         string "WAEHRUNGSUMRECHNUNGEN IM MONAT (NICHT IM IST): "
                                  delimited by size
                ws-umrechnungen   delimited by size
                into bericht-satz
         end-string
         write bericht-satz
        end-if
        if ws-tabelle-voll
         move spaces to bericht-satz
         move "WARNUNG: KOSTENSTELLENTABELLE VOLL, BERICHT"
              &" UNVOLLSTAENDIG." to bericht-satz
         write bericht-satz
        end-if
        exit.

       detailzeile-schreiben section.
        add 1 to ws-gedruckt
        move spaces to bd-hinweis
        move kt-nummer(ws-kst-index) to bd-kostenstelle
        move kt-bezeichnung(ws-kst-index) to bd-bezeichnung
        move kt-soll(ws-kst-index) to bd-soll
        move kt-ist(ws-kst-index) to bd-ist
        compute ws-rest = kt-soll(ws-kst-index) - kt-ist(ws-kst-index)
        move ws-rest to bd-rest
        add kt-soll(ws-kst-index) to ws-summe-soll
        add kt-ist(ws-kst-index) to ws-summe-ist
        add ws-rest to ws-summe-rest
        if kt-mit-budget(ws-kst-index)
           and kt-soll(ws-kst-index) > zero
         compute ws-prozent rounded
                 = kt-ist(ws-kst-index) * 100 / kt-soll(ws-kst-index)
             on size error move 99999 to ws-prozent
         end-compute
         move ws-prozent to bd-prozent
         evaluate true
                 when kt-ist(ws-kst-index) > kt-soll(ws-kst-index)
                      move "UEBERSCHRITTEN" to bd-hinweis
                      add 1 to ws-ueberschritten
                 when kt-ist(ws-kst-index) * 100
                      >= kt-soll(ws-kst-index)
                         * kt-warnprozent(ws-kst-index)
                      move "WARNSCHWELLE" to bd-hinweis
                      add 1 to ws-warnungen
                 when other
                      continue
         end-evaluate
        else
         move zero to bd-prozent
         move "OHNE BUDGET" to bd-hinweis
         add 1 to ws-ohne-budget
        end-if
        write bericht-satz from bb-detailzeile
        exit.

       END PROGRAM budgetbericht.
