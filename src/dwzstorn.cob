000439*  2026-09-02  AH  SP-LETZTE-BEWERTUNG (siehe SPIELER) wird bei
000441*                  der Neubewertung mitgesetzt (die blosse
000442*                  Rueckabwicklung laesst das Feld stehen).
000443*  2026-10-15  AH  Turnierkennung wird aus dem Protokolleintrag
000444*                  uebernommen (AU-TURNIER-ID, siehe AUDZEIL),
000445*                  die Eingabe nur noch bei Altbestand gebraucht.
000446*                  "S" und "T" tragen Turnierkennung, "T" dazu
000447*                  Punkte und durchschnittliche Gegner-DWZ, damit
000448*                  der Auswertungsbogen (DWZAUSW) nach Storno und
000449*                  Neubewertung stimmt.
000420*  2026-10-15  AH  Uhrzeit fuer das Protokoll als HHMMSS
000420*                  uebernehmen (bisher landeten Minuten,
000420*                  Sekunden und Hundertstel in AU-ZEIT).
000421*  2026-10-15  AH  Neubewertung: DWZKFAK erhaelt Geburtsdatum
000422*                  und Ereignisdatum (Turnierdatum, ohne
000423*                  Turniersatz das Datum des zurueckgenommenen
000424*                  Eintrags) statt SP-ALTER.
000424*================================================================
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000860 01  STORNO-DATUM                PIC 9(08).
000870 01  STORNO-ZEIT                 PIC 9(06).
000875 01  STORNO-TURNIER-ID           PIC X(08).
000876 01  EREIGNIS-STICHTAG           PIC 9(08).
000880 01  ANTWORT                     PIC X(01).
000890
000900*  Kette der noch wirksamen Bewertungseintraege des Spielers:
000950         10  KET-BENUTZERZAHL    PIC 9(04).
000960         10  KET-GEGNERZAHL      PIC 9(04).
000970         10  KET-NEUE-DWZ        PIC 9(04).
000971         10  KET-TURNIER-ID      PIC X(08).
000972
000974 01  LETZT-BEREICH.
000976     05  LETZT-DATUM             PIC 9(08).
000982     05  LETZT-BENUTZERZAHL      PIC 9(04).
000984     05  LETZT-GEGNERZAHL        PIC 9(04).
000986     05  LETZT-NEUE-DWZ          PIC 9(04).
000987     05  LETZT-TURNIER-ID        PIC X(08).
000988
000990 01  STORNO-RUNDEN               PIC 9(04).
001000 01  FALSCHE-DWZ                 PIC 9(04).
001020 01  ANZAHL-PARTIEN              PIC 9(02).
001030 01  RUNDE                       PIC 9(02).
001040 01  GEGNERZAHL                  PIC 9(04).
001045 01  GEGNER-SUMME                PIC 9(08).
001050 01  ERGEBNIS                    PIC X(01).
001060 01  EINZEL-SCORE                PIC S9(04)V9(04) COMP-3.
001070 01  EINZEL-ERWARTUNG            PIC S9(04)V9(04) COMP-3.
001140 01  BREMSWERT-KONST             PIC 9(03) VALUE 30.
001150 01  GESAMT-PARTIEN              PIC 9(08) VALUE 0.
001160 01  AKTUELLES-DATUM             PIC 9(08).
001170 01  UHRZEIT-ROH.
001170     05  AKTUELLE-ZEIT           PIC 9(06).
001170     05  FILLER                  PIC 9(02).
001171
001172*  Uebergabefelder fuer eine Zeile des Lauf-Journals (LAUFSAT)
001173 01  JOURNAL-ART                 PIC X(01).
002274             TO LETZT-BENUTZERZAHL
002276         MOVE KET-GEGNERZAHL(KETTE-ANZAHL) TO LETZT-GEGNERZAHL
002278         MOVE KET-NEUE-DWZ(KETTE-ANZAHL) TO LETZT-NEUE-DWZ
002279         MOVE KET-TURNIER-ID(KETTE-ANZAHL) TO LETZT-TURNIER-ID
002280     END-IF.
002282 3000-PROTOKOLL-DURCHSUCHEN-EXIT.
002284     EXIT.
002526                 TO KET-BENUTZERZAHL(KETTE-ANZAHL)
002528             MOVE AU-GEGNERZAHL TO KET-GEGNERZAHL(KETTE-ANZAHL)
002530             MOVE AU-NEUE-DWZ TO KET-NEUE-DWZ(KETTE-ANZAHL)
002531             MOVE AU-TURNIER-ID TO KET-TURNIER-ID(KETTE-ANZAHL)
002532         ELSE
002534             MOVE "J" TO SW-KETTE-UEBERLAUF
002538         END-IF
002982         MOVE "RUNDENZAHL ZU GROSS" TO JT-GRUND
002990         GO TO 4000-STORNO-PRUEFEN-EXIT
003000     END-IF
003001     IF LETZT-TURNIER-ID NOT = SPACES
003001         IF STORNO-TURNIER-ID NOT = SPACES
003001                 AND STORNO-TURNIER-ID NOT = LETZT-TURNIER-ID
003001             DISPLAY "Laut Protokoll gehoert der Eintrag zu "
003001                 "Turnier " LETZT-TURNIER-ID " - diese "
003001                 "Kennung wird verwendet."
003001         END-IF
003001         MOVE LETZT-TURNIER-ID TO STORNO-TURNIER-ID
003001     END-IF
003002     PERFORM 4100-TURNIER-PRUEFEN THRU 4100-TURNIER-PRUEFEN-EXIT
003004     IF TURNIER-SPERRT
003006         GO TO 4000-STORNO-PRUEFEN-EXIT
003052 4100-TURNIER-PRUEFEN.
003054     MOVE "N" TO SW-TURNIER-SPERRT
003056     MOVE "N" TO SW-TURNIER-ZURUECK
003057     MOVE LETZT-DATUM TO EREIGNIS-STICHTAG
003058     IF STORNO-TURNIER-ID = SPACES
003061             OR NOT TURNIERDATEI-OFFEN
003062         GO TO 4100-TURNIER-PRUEFEN-EXIT
003073                 "Turnierpruefung (Altbestand)."
003074             GO TO 4100-TURNIER-PRUEFEN-EXIT
003076     END-READ
003077     MOVE TU-DATUM TO EREIGNIS-STICHTAG
003078     IF TU-GEMELDET
003081         DISPLAY "Turnier " STORNO-TURNIER-ID " (" TU-NAME
003082             ") ist bereits an den Bezirk gemeldet - Storno "
003240         GO TO 5000-STORNO-DURCHFUEHREN-EXIT
003250     END-IF
003260     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
003270     ACCEPT UHRZEIT-ROH FROM TIME
003275     MOVE SPACES TO AU-ZEILE
003280     MOVE AKTUELLES-DATUM TO AU-DATUM
003290     MOVE AKTUELLE-ZEIT TO AU-ZEIT
003300     MOVE SPIELER-ID TO AU-SPIELER-ID
003340     MOVE 0 TO AU-K-FAKTOR
003350     MOVE 0 TO AU-ERWARTUNG
003360     MOVE SP-DWZ TO AU-NEUE-DWZ
003365     MOVE STORNO-TURNIER-ID TO AU-TURNIER-ID
003370     WRITE AU-ZEILE
003380     CLOSE PROTOKOLLDATEI
003390     DISPLAY "Ereignis zurueckgenommen: DWZ wieder " SP-DWZ
003630     MOVE 0 TO SCORE-SUMME
003640     MOVE 0 TO ERWARTUNG-SUMME
003650     MOVE 0 TO RUNDEN-ZAEHLER
003655     MOVE 0 TO GEGNER-SUMME
003660     PERFORM 6200-RUNDE-ERFASSEN THRU 6200-RUNDE-ERFASSEN-EXIT
003670         VARYING RUNDE FROM 1 BY 1 UNTIL RUNDE > ANZAHL-PARTIEN
003680
003690     CALL "DWZKFAK" USING SP-GEBURTSDATUM EREIGNIS-STICHTAG
003695         SP-SPIELE-GEZAEHLT A-KONST
003700     CALL "DWZRATE" USING SP-DWZ SCORE-SUMME ERWARTUNG-SUMME
003710         A-KONST RUNDEN-ZAEHLER BREMSWERT-KONST NEUE-DWZ
003720
004110             (GEGNERZAHL - SP-DWZ) / 400.0))
004120     ADD EINZEL-SCORE TO SCORE-SUMME
004130     ADD EINZEL-ERWARTUNG TO ERWARTUNG-SUMME
004140     ADD 1 TO RUNDEN-ZAEHLER
004145     ADD GEGNERZAHL TO GEGNER-SUMME.
004150 6200-RUNDE-ERFASSEN-EXIT.
004160     EXIT.
004170
004690     OPEN EXTEND PROTOKOLLDATEI
004700     IF PROTOKOLL-STATUS = "00"
004710         ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
004720         ACCEPT UHRZEIT-ROH FROM TIME
004730         COMPUTE K-FAKTOR-ANZEIGE ROUNDED =
004740             800.0 / (1 + A-KONST)
004745         MOVE SPACES TO AU-ZEILE
004750         MOVE AKTUELLES-DATUM TO AU-DATUM
004760         MOVE AKTUELLE-ZEIT TO AU-ZEIT
004770         MOVE SPIELER-ID TO AU-SPIELER-ID
004810         MOVE K-FAKTOR-ANZEIGE TO AU-K-FAKTOR
004820         MOVE ERWARTUNG-SUMME TO AU-ERWARTUNG
004830         MOVE NEUE-DWZ TO AU-NEUE-DWZ
004832         MOVE STORNO-TURNIER-ID TO AU-TURNIER-ID
004834         MOVE SCORE-SUMME TO AU-PUNKTE
004836         COMPUTE AU-GEGNER-SCHNITT ROUNDED =
004838             GEGNER-SUMME / RUNDEN-ZAEHLER
004840         WRITE AU-ZEILE
004850         CLOSE PROTOKOLLDATEI
004860     ELSE
005061         GO TO 8000-JOURNAL-SCHREIBEN-EXIT
005063     END-IF
005065     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
005067     ACCEPT UHRZEIT-ROH FROM TIME
005069     MOVE AKTUELLES-DATUM TO LJ-DATUM
005071     MOVE AKTUELLE-ZEIT TO LJ-ZEIT
005073     MOVE LAUF-ID TO LJ-LAUF-ID
