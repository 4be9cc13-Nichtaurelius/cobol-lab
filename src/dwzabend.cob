000200*  musste:
000210*    Schritt 1  DWZUNLD   Stammdatei sichern
000220*    Schritt 2  DWZPRUEF  Partiedatei vorpruefen
000240*    Schritt 3  DWZPROBE  Probelauf (wahlweise, wird beim
000241*                         Schritt erfragt): Vorschau der neuen
000242*                         DWZ in der PROBELISTE; danach wird
000243*                         gefragt, ob bewertet werden soll
000243*                         (nein = Wiederanlauf bei Schritt 2,
000243*                         damit Korrekturen geprueft werden)
000244*    Schritt 4  DWZBATCH  Gutdatei bewerten (die Gutdatei wird
000245*                         vorher als Bewertdatei bereitgestellt;
000246*                         die Partiedatei selbst bleibt als
000247*                         fortgeschriebene Historie unberuehrt)
000250*    Schritt 5  DWZABGL   Dateien abgleichen
000260*    Schritt 6  DWZRANG   Rangliste drucken
000270*  Endet ein Schritt mit RETURN-CODE ungleich 0 (z.B. abge-
000280*  wiesene Saetze in DWZPRUEF oder die 8 eines nicht gesetzten
000290*  Stapellaufs), haelt die Kette an.  Jeder fehlerfrei beendete
000431*                  nur an (Pruefstand), die bewerteten Saetze
000432*                  kaemen sonst beim naechsten Abend erneut in
000433*                  die Bewertdatei und wuerden doppelt bewertet.
000434*  2026-10-15  AH  Wahlweiser Probelauf (DWZPROBE) als neuer
000435*                  Schritt 3 vor der Bewertung: wird er ge-
000436*                  wuenscht, wird die Bewertdatei schon fuer
000437*                  ihn bereitgestellt, und nach der Durchsicht
000438*                  der Vorschau entscheidet der Turnierleiter,
000439*                  ob die Kette mit DWZBATCH weiterlaeuft oder
000440*                  anhaelt (Wiederanlauf beim Probelauf).
000441*  2026-10-15  AH  Wird die Bewertung nach dem Probelauf nicht
000442*                  freigegeben, setzt der Wiederanlauf bei der
000443*                  Vorpruefung (DWZPRUEF) an statt beim Probe-
000443*                  lauf: nur so kommen die inzwischen erfassten
000443*                  Korrekturen in Gutdatei, Vorschau und
000443*                  Bewertung.  Die Sicherung wird nicht
000443*                  wiederholt.
000434*================================================================
000435 ENVIRONMENT DIVISION.
000436 INPUT-OUTPUT SECTION.
000710 01  GUT-STATUS                  PIC X(02).
000720 01  BEWERT-STATUS               PIC X(02).
000730
000740 01  SCHRITT-MAXIMUM             PIC 9(02) VALUE 6.
000750 01  LETZTER-SCHRITT             PIC 9(02) VALUE 0.
000760 01  AKT-SCHRITT                 PIC 9(02) VALUE 0.
000770 01  SCHRITT-RC                  PIC 9(04) VALUE 0.
000780 01  KOPIE-ZAEHLER               PIC 9(08) VALUE 0.
000790 01  AKTUELLES-DATUM             PIC 9(08).
000800 01  AKTUELLE-ZEIT               PIC 9(06).
000805 01  ANTWORT                     PIC X(01).
000810
000820 01  SCHRITT-NAMEN-BEREICH.
000830     05  FILLER                  PIC X(08) VALUE "DWZUNLD ".
000840     05  FILLER                  PIC X(08) VALUE "DWZPRUEF".
000845     05  FILLER                  PIC X(08) VALUE "DWZPROBE".
000850     05  FILLER                  PIC X(08) VALUE "DWZBATCH".
000860     05  FILLER                  PIC X(08) VALUE "DWZABGL ".
000870     05  FILLER                  PIC X(08) VALUE "DWZRANG ".
000880 01  SCHRITT-NAMEN-TABELLE REDEFINES SCHRITT-NAMEN-BEREICH.
000890     05  SCHRITT-NAME OCCURS 6 TIMES
000900                                 PIC X(08).
000910
000920 01  SCHALTER-BEREICH.
000940         88  KETTE-ANGEHALTEN    VALUE "J".
000950     05  SW-GUT-ENDE             PIC X(01) VALUE "N".
000960         88  GUT-ENDE            VALUE "J".
000962     05  SW-PROBELAUF            PIC X(01) VALUE "N".
000964         88  PROBELAUF-GEWUENSCHT VALUE "J".
000966     05  SW-BEWERTUNG-FREIGABE   PIC X(01) VALUE "N".
000968         88  BEWERTUNG-FREIGEGEBEN VALUE "J".
000970
000980 PROCEDURE DIVISION.
000990
001440*----------------------------------------------------------------
001450*  2000-SCHRITT-FAHREN
001460*  Einen Schritt der Kette fahren: bereits gelaufene Schritte
001470*  (Wiederanlauf) ueberspringen, vor DWZPROBE und DWZBATCH die
001480*  Gutdatei als Bewertdatei bereitstellen, Programm rufen und
001490*  RETURN-CODE auswerten.  Nur ein fehlerfreier Schritt wird im
001500*  Status festgehalten - ein fehlgeschlagener wird beim Wieder-
001510*  anlauf wiederholt.  Der Probelauf gilt auch dann als
001512*  gelaufen, wenn er nicht gewuenscht wird; haelt die Kette
001514*  nach seiner Durchsicht an, wird der Status auf Schritt 1
001516*  zurueckgesetzt, damit ein Wiederanlauf nach Korrekturen
001517*  wieder bei der Vorpruefung (DWZPRUEF) beginnt.
001520*----------------------------------------------------------------
001530 2000-SCHRITT-FAHREN.
001540     IF AKT-SCHRITT NOT > LETZTER-SCHRITT
001560     END-IF
001570     DISPLAY "Schritt " AKT-SCHRITT ": "
001580         SCHRITT-NAME(AKT-SCHRITT) " wird gestartet."
001582     IF AKT-SCHRITT = 3
001583         PERFORM 2050-PROBELAUF-ERFRAGEN
001584             THRU 2050-PROBELAUF-ERFRAGEN-EXIT
001585         IF NOT PROBELAUF-GEWUENSCHT
001586             DISPLAY "Schritt " AKT-SCHRITT ": Probelauf "
001587                 "entfaellt."
001588             PERFORM 3000-STATUS-SCHREIBEN
001589                 THRU 3000-STATUS-SCHREIBEN-EXIT
001591             GO TO 2000-SCHRITT-FAHREN-EXIT
001592         END-IF
001593     END-IF
001594     IF AKT-SCHRITT = 3 OR AKT-SCHRITT = 4
001600         PERFORM 2100-GUTDATEI-BEREITSTELLEN
001610             THRU 2100-GUTDATEI-BEREITSTELLEN-EXIT
001620         IF KETTE-ANGEHALTEN
001700         WHEN 2
001710             CALL "DWZPRUEF"
001720         WHEN 3
001725             CALL "DWZPROBE"
001727         WHEN 4
001730             CALL "DWZBATCH"
001740         WHEN 5
001750             CALL "DWZABGL"
001760         WHEN 6
001770             CALL "DWZRANG"
001780     END-EVALUATE
001790     MOVE RETURN-CODE TO SCHRITT-RC
001800     IF SCHRITT-RC = 0
001810         DISPLAY "Schritt " AKT-SCHRITT ": "
001820             SCHRITT-NAME(AKT-SCHRITT) " fehlerfrei beendet."
001821         IF AKT-SCHRITT = 3
001822             PERFORM 2060-FREIGABE-ERFRAGEN
001823                 THRU 2060-FREIGABE-ERFRAGEN-EXIT
001824             IF NOT BEWERTUNG-FREIGEGEBEN
001825                 MOVE 1 TO AKT-SCHRITT
001825                 PERFORM 3000-STATUS-SCHREIBEN
001825                     THRU 3000-STATUS-SCHREIBEN-EXIT
001825                 DISPLAY "Kette haelt nach dem Probelauf an. "
001826                     "Nach Korrektur DWZABEND erneut starten; "
001827                     "die Kette setzt bei der Vorpruefung "
001827                     "(DWZPRUEF) fort."
001828                 MOVE "J" TO SW-KETTE-ANGEHALTEN
001829                 GO TO 2000-SCHRITT-FAHREN-EXIT
001831             END-IF
001832         END-IF
001833         IF AKT-SCHRITT = 4
001834             PERFORM 2150-GUTDATEI-LEEREN
001825                 THRU 2150-GUTDATEI-LEEREN-EXIT
001826             IF KETTE-ANGEHALTEN
001827                 GO TO 2000-SCHRITT-FAHREN-EXIT
001950 2000-SCHRITT-FAHREN-EXIT.
001960     EXIT.
001970
001962*----------------------------------------------------------------
001963*  2050-PROBELAUF-ERFRAGEN
001964*  Der Probelauf ist wahlweise und wird an jedem Abend (auch
001965*  beim Wiederanlauf) neu erfragt.
001966*----------------------------------------------------------------
001967 2050-PROBELAUF-ERFRAGEN.
001968     MOVE "N" TO SW-PROBELAUF
001969     DISPLAY "Vor der Bewertung einen Probelauf (Vorschau in "
001970         "der PROBELISTE) fahren (J/N)?"
001971     ACCEPT ANTWORT
001972     INSPECT ANTWORT CONVERTING "jn" TO "JN"
001973     IF ANTWORT = "J"
001974         MOVE "J" TO SW-PROBELAUF
001975     END-IF.
001976 2050-PROBELAUF-ERFRAGEN-EXIT.
001977     EXIT.
001978
001979*----------------------------------------------------------------
001980*  2060-FREIGABE-ERFRAGEN
001981*  Nach dem Probelauf entscheidet der Turnierleiter anhand der
001982*  Vorschau, ob jetzt wirklich bewertet wird.
001983*----------------------------------------------------------------
001984 2060-FREIGABE-ERFRAGEN.
001985     MOVE "N" TO SW-BEWERTUNG-FREIGABE
001986     DISPLAY "Vorschau in der PROBELISTE durchsehen. "
001987         "Bewertung jetzt fahren (J/N)?"
001988     ACCEPT ANTWORT
001989     INSPECT ANTWORT CONVERTING "jn" TO "JN"
001990     IF ANTWORT = "J"
001991         MOVE "J" TO SW-BEWERTUNG-FREIGABE
001992     END-IF.
001993 2060-FREIGABE-ERFRAGEN-EXIT.
001994     EXIT.
001995
001996*----------------------------------------------------------------
001997*  2100-GUTDATEI-BEREITSTELLEN
002000*  Die von DWZPRUEF geschriebene Gutdatei als Bewertdatei fuer
002010*  DWZPROBE/DWZBATCH bereitstellen, dabei nach Turnier/Spieler/
002015*  Runde sortieren:  die fortgeschriebene Partiedatei ist nur je
002030*  Erfassungssitzung gruppiert, erst die Sortierung stellt die
002040*  Gruppierung und Rundenfolge her, die DWZBATCH voraussetzt.
002050*  Die Partiedatei selbst bleibt als fortgeschriebene Historie
