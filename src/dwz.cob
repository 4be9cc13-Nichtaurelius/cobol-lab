000456*                  die Stammdatei haelt, wird abgelehnt.
000457*  2026-09-02  AH  SP-LETZTE-BEWERTUNG (siehe SPIELER) wird beim
000458*                  Fortschreiben der Stammdatei mitgesetzt.
000459*  2026-10-15  AH  Kampflose Partien ("+"/"-") und Freilos ("F",
000460*                  siehe SPIELSAT) werden als Ergebnis ange-
000461*                  nommen, aber nicht bewertet: sie sind nach
000462*                  der Wertungsordnung nicht DWZ-wirksam, Stamm-
000463*                  datei, Bericht, Protokoll und Zaehler bleiben
000464*                  unberuehrt.
000464*  2026-10-15  AH  Protokollsatz wird vor dem Fuellen geloescht,
000464*                  die Turnierfelder (AUDZEIL) bleiben leer.
000440*  2026-10-15  AH  Uhrzeit fuer das Protokoll als HHMMSS
000440*                  uebernehmen (bisher landeten Minuten,
000440*                  Sekunden und Hundertstel in AU-ZEIT).
000441*  2026-10-15  AH  DWZKFAK erhaelt Geburtsdatum und Partiedatum
000442*                  (heute) statt SP-ALTER; das Alter wird zum
000443*                  Tag der Partie abgeleitet.
000443*================================================================
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000830 01  GETIPPTE-DWZ                PIC 9(04).
000840 01  GEGNERZAHL                  PIC 9(04).
000850 01  ERGEBNIS                    PIC X(01).
000851     88  ERGEBNIS-GUELTIG        VALUE "W" "D" "L" "+" "-" "F".
000852     88  ERGEBNIS-KAMPFLOS       VALUE "+" "-" "F".
000860 01  SPIELER-ID                  PIC 9(06).
000890 01  GEGNER-NAME                 PIC X(25).
000900 01  SCORE                       PIC S9(04)V9(04) COMP-3.
000960 01  BREMSWERT-KONST             PIC 9(03) VALUE 30.
000970 01  GESAMT-PARTIEN              PIC 9(08) VALUE 0.
000980 01  AKTUELLES-DATUM             PIC 9(08).
000990 01  UHRZEIT-ROH.
000990     05  AKTUELLE-ZEIT           PIC 9(06).
000990     05  FILLER                  PIC 9(02).
001000
001010 01  SPIELER-STATUS              PIC X(02).
001020 01  BERICHT-STATUS              PIC X(02).
001180     PERFORM 1000-INITIALISIEREN THRU 1000-INITIALISIEREN-EXIT
001190     IF SPIELER-GEFUNDEN
001200         PERFORM 2000-DATEN-ERFASSEN THRU 2000-DATEN-ERFASSEN-EXIT
001202         IF ERGEBNIS-KAMPFLOS
001204             DISPLAY "Kampflose Partie bzw. Freilos ist nicht "
001206                 "DWZ-wirksam - es wird nichts bewertet."
001208         ELSE
001210             PERFORM 3000-DWZ-BERECHNEN
001212                 THRU 3000-DWZ-BERECHNEN-EXIT
001220             PERFORM 4000-ERGEBNISSE-SICHERN
001230                 THRU 4000-ERGEBNISSE-SICHERN-EXIT
001235         END-IF
001240     END-IF
001250     PERFORM 9999-ABSCHLUSS THRU 9999-ABSCHLUSS-EXIT
001260     STOP RUN.
001830*  2000-DATEN-ERFASSEN
001840*  Erfragt DWZ (mit Gegenkontrolle gegen die Stammdatei), Gegner-
001850*  DWZ und Ergebnis.  Alter und Anzahl gezaehlter Partien kommen
001855*  aus der Stammdatei (SP-GEBURTSDATUM, SP-SPIELE-GEZAEHLT),
001856*  nicht mehr vom Bildschirm - eine vertippte Antwort wuerde
001857*  sonst den gefuehrten Partienzaehler unbemerkt verfaelschen.
001860*----------------------------------------------------------------
001870 2000-DATEN-ERFASSEN.
001880     PERFORM 2100-BENUTZERZAHL-ERFRAGEN
002040
002050     PERFORM 2300-ERGEBNIS-ERFRAGEN
002060         THRU 2300-ERGEBNIS-ERFRAGEN-EXIT
002070         UNTIL ERGEBNIS-GUELTIG.
002150 2000-DATEN-ERFASSEN-EXIT.
002160     EXIT.
002170
002350
002360 2300-ERGEBNIS-ERFRAGEN.
002370     DISPLAY "Bitte gib das Ergebnis der Partie ein "
002380         "(w = Sieg, d = Remis, l = Niederlage,"
002382     DISPLAY " + = kampflos gewonnen, - = kampflos verloren, "
002384         "f = Freilos):"
002390     ACCEPT ERGEBNIS
002400     INSPECT ERGEBNIS CONVERTING "wdlf" TO "WDLF"
002410     IF NOT ERGEBNIS-GUELTIG
002430         DISPLAY "Ungueltige Eingabe!"
002440     END-IF.
002450 2300-ERGEBNIS-ERFRAGEN-EXIT.
002800         1 / (1 + FUNCTION EXP10(
002810             (GEGNERZAHL - BENUTZERZAHL) / 400.0))
002820
002825     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
002830     CALL "DWZKFAK" USING SP-GEBURTSDATUM AKTUELLES-DATUM
002835         SP-SPIELE-GEZAEHLT A-KONST
002840     CALL "DWZRATE" USING BENUTZERZAHL SCORE ERWARTUNG A-KONST
002850         RUNDEN-EINS BREMSWERT-KONST NEUE-DWZ
002860
003290
003300 4200-PROTOKOLL-SCHREIBEN.
003310     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
003320     ACCEPT UHRZEIT-ROH FROM TIME
003330     COMPUTE K-FAKTOR-ANZEIGE ROUNDED = 800.0 / (1 + A-KONST)
003340     MOVE SPACES TO AU-ZEILE
003340     MOVE AKTUELLES-DATUM TO AU-DATUM
003350     MOVE AKTUELLE-ZEIT TO AU-ZEIT
003360     MOVE SP-SPIELER-ID TO AU-SPIELER-ID
