      ******************************************************************
      * Author: Robert-Andreas Nietsch
      * Date: 02.09.2026
      * Purpose: Nachtlauf-Steuerung - fuehrt Einsteuerung der
      *          Dauerauftraege, Stapelverarbeitung, Tagesabschluss,
      *          Budgetbericht, Audit-Archivierung, Pruefung der
      *          Audit-Kette und Datensicherung ohne Bedienerdialog
      *          nacheinander aus; die Antworten kommen aus
      *          nachtlauf_param.txt, ein Laufprotokoll wird nach
      *          nachtlauf_protokoll.txt geschrieben; bei Fehlern
      *          endet der Lauf mit Returncode 8 fuer den Scheduler
           05  np-tagesabschluss pic x.
           05  np-archiv        pic x.
           05  np-loeschlauf    pic x.
           05  np-auditpruefung pic x.
           05  np-datensicherung pic x.
           05  np-dauerauftrag  pic x.
           05  np-budgetbericht pic x.

       FD  nachtlauf-auftrag-datei.
       01  nachtlauf-auftrag-satz.
       01  ws-schritt-zahl2     pic 9(9).
       01  ws-schritt-zahl3     pic 9(9).
       01  ws-fehler-anzahl     pic 9(3) value zero.
       01  ws-vorpruefung-schalter pic x value "N".
               88 ws-vorpruefung-ok value "J".
       01  ws-protokoll-zeile   pic x(132).
       01  ws-auftrag-dateiname pic x(30)
               value "nachtlauf_auftrag.txt".
               into ws-protokoll-zeile
        end-string
        perform protokoll-zeile-schreiben
        if np-dauerauftrag = "j" or "J"
         perform schritt-dauerauftrag
        end-if
        if np-stapel = "j" or "J"
         perform schritt-vorpruefung
         if ws-vorpruefung-ok
          perform schritt-stapel
         else
          move spaces to ws-protokoll-zeile
          move "SCHRITT STAPEL UEBERSPRUNGEN, VORPRUEFUNG NICHT"
               &" BESTANDEN" to ws-protokoll-zeile
          perform protokoll-zeile-schreiben
         end-if
        end-if
        if np-tagesabschluss = "j" or "J"
         perform schritt-tagesabschluss
        end-if
        if np-budgetbericht = "j" or "J"
         perform schritt-budgetbericht
        end-if
        if np-archiv = "j" or "J"
         perform schritt-archiv
        end-if
        if np-auditpruefung = "j" or "J"
         perform schritt-auditpruefung
        end-if
        if np-datensicherung = "j" or "J"
         perform schritt-datensicherung
        end-if
        perform auftrag-loeschen
        accept ws-zeit from time
        move spaces to ws-protokoll-zeile
        perform protokoll-zeile-schreiben
        exit.

       schritt-dauerauftrag section.
        move "DAUER" to ws-gesucht-schritt
        perform schritt-beginn-protokollieren
        move zero to return-code
        call "dauerauftrag"
        accept ws-zeit from time
        move spaces to ws-protokoll-zeile
        if return-code = zero
         string "SCHRITT DAUER ENDE UM " delimited by size
                ws-zeit                  delimited by size
                " STATUS=OK"             delimited by size
                into ws-protokoll-zeile
         end-string
        else
         string "SCHRITT DAUER ENDE UM " delimited by size
                ws-zeit                  delimited by size
                " STATUS=FEHLER"         delimited by size
                into ws-protokoll-zeile
         end-string
         add 1 to ws-fehler-anzahl
        end-if
        move zero to return-code
        perform protokoll-zeile-schreiben
        exit.

       schritt-vorpruefung section.
        move "VORPRUEF" to ws-gesucht-schritt
        perform schritt-beginn-protokollieren
        move zero to return-code
        call "stapelpruefung"
        accept ws-zeit from time
        move spaces to ws-protokoll-zeile
        if return-code = zero
         move "J" to ws-vorpruefung-schalter
         string "SCHRITT VORPRUEF ENDE UM " delimited by size
                ws-zeit                     delimited by size
                " STATUS=OK"                delimited by size
                into ws-protokoll-zeile
         end-string
        else
         move "N" to ws-vorpruefung-schalter
         string "SCHRITT VORPRUEF ENDE UM " delimited by size
                ws-zeit                     delimited by size
                " STATUS=FEHLER"            delimited by size
                into ws-protokoll-zeile
         end-string
         add 1 to ws-fehler-anzahl
        end-if
        move zero to return-code
        perform protokoll-zeile-schreiben
        exit.

       schritt-stapel section.
        move "STAPEL" to ws-gesucht-schritt
        perform schritt-beginn-protokollieren
        perform protokoll-zeile-schreiben
        exit.

       schritt-budgetbericht section.
        move "BUDGET" to ws-gesucht-schritt
        perform schritt-beginn-protokollieren
        move zero to return-code
        call "budgetbericht"
        accept ws-zeit from time
        move spaces to ws-protokoll-zeile
        if return-code = zero
         string "SCHRITT BUDGET ENDE UM " delimited by size
                ws-zeit                   delimited by size
                " STATUS=OK"              delimited by size
                into ws-protokoll-zeile
         end-string
        else
         string "SCHRITT BUDGET ENDE UM " delimited by size
                ws-zeit                   delimited by size
                " STATUS=FEHLER"          delimited by size
                into ws-protokoll-zeile
         end-string
         add 1 to ws-fehler-anzahl
        end-if
        move zero to return-code
        perform protokoll-zeile-schreiben
        exit.

       schritt-archiv section.
        move "ARCHIV" to ws-gesucht-schritt
        perform schritt-beginn-protokollieren
        end-if
        exit.

       schritt-auditpruefung section.
        move "AUDITPR" to ws-gesucht-schritt
        perform schritt-beginn-protokollieren
        move zero to return-code
        call "auditpruefung"
        accept ws-zeit from time
        move spaces to ws-protokoll-zeile
        if return-code = zero
         string "SCHRITT AUDITPR ENDE UM " delimited by size
                ws-zeit                    delimited by size
                " STATUS=OK"               delimited by size
                into ws-protokoll-zeile
         end-string
        else
         string "SCHRITT AUDITPR ENDE UM " delimited by size
                ws-zeit                    delimited by size
                " STATUS=FEHLER"           delimited by size
                into ws-protokoll-zeile
         end-string
         add 1 to ws-fehler-anzahl
        end-if
        move zero to return-code
        perform protokoll-zeile-schreiben
        exit.

       schritt-datensicherung section.
        move "SICHER" to ws-gesucht-schritt
        perform schritt-beginn-protokollieren
        move zero to return-code
        call "datensicherung"
        accept ws-zeit from time
        move spaces to ws-protokoll-zeile
        if return-code = zero
         string "SCHRITT SICHER ENDE UM " delimited by size
                ws-zeit                   delimited by size
                " STATUS=OK"              delimited by size
                into ws-protokoll-zeile
         end-string
        else
         string "SCHRITT SICHER ENDE UM " delimited by size
                ws-zeit                   delimited by size
                " STATUS=FEHLER"          delimited by size
                into ws-protokoll-zeile
         end-string
         add 1 to ws-fehler-anzahl
        end-if
        move zero to return-code
        perform protokoll-zeile-schreiben
        exit.

       auftrag-schreiben-stapel section.
        open output nachtlauf-auftrag-datei
        move spaces to nachtlauf-auftrag-satz
