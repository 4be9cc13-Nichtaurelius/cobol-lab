000546*                  (RETURN-CODE 4) statt den Periodenbeginn des
000548*                  betroffenen Spielers stillschweigend falsch
000549*                  auszuweisen.
000550*  2026-10-15  AH  Auszug wahlweise fuer einen Verein
000551*                  (SP-VEREIN-NR, siehe SPIELER): Vereins-
000552*                  nummer wird nach dem Zeitraum erfragt,
000553*                  00 = alle Vereine.  Vereinsname aus der
000554*                  Vereinsdatei (VEREINSAT) im Listenkopf.
000555*  2026-10-15  AH  Vereinsauswahl: fehlt die Vereinsdatei, wird
000556*                  die Liste fuer alle Vereine erstellt.
000557*================================================================
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SPECIAL-NAMES.
000740         FILE STATUS IS AUSZUG-STATUS.
000750
000760     SELECT SORTDATEI ASSIGN TO "SORTWERK".
000761
000762     SELECT VEREINSDATEI ASSIGN TO "VEREINSDATEI"
000763         ORGANIZATION IS INDEXED
000764         ACCESS MODE IS DYNAMIC
000765         RECORD KEY IS VE-VEREIN-NR
000766         FILE STATUS IS VEREIN-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000850
000860 FD  AUSZUGDATEI.
000870 01  AZ-DRUCKZEILE               PIC X(80).
000871
000872 FD  VEREINSDATEI.
000873 COPY VEREINSAT.
000880
000890 SD  SORTDATEI.
000900 01  SR-SATZ.
001010 01  PROTOKOLL-STATUS            PIC X(02).
001020 01  SPIELER-STATUS              PIC X(02).
001030 01  AUSZUG-STATUS               PIC X(02).
001031 01  VEREIN-STATUS               PIC X(02).
001032
001033 01  AUSWAHL-VEREIN              PIC 9(02) VALUE 0.
001034 01  VEREIN-NAME                 PIC X(30) VALUE SPACES.
001040
001050 01  VON-DATUM                   PIC 9(08).
001060 01  BIS-DATUM                   PIC 9(08).
001330 01  KOPF-ZEILE-2.
001340     05  FILLER                  PIC X(80) VALUE ALL "=".
001350
001351 01  VEREINS-ZEILE.
001352     05  FILLER                  PIC X(07) VALUE "VEREIN ".
001353     05  VZ-VEREIN-NR            PIC 9(02).
001354     05  FILLER                  PIC X(01) VALUE SPACE.
001355     05  VZ-NAME                 PIC X(30).
001356     05  FILLER                  PIC X(40) VALUE SPACES.
001357
001360 01  SPIELER-ZEILE.
001370     05  FILLER                  PIC X(08) VALUE "SPIELER ".
001380     05  SPZ-SPIELER-ID          PIC 9(06).
001840         88  ST-GEFUNDEN         VALUE "J".
001842     05  SW-START-UEBERLAUF      PIC X(01) VALUE "N".
001844         88  START-UEBERLAUF     VALUE "J".
001845     05  SW-VEREIN-GEWAEHLT      PIC X(01) VALUE "N".
001846         88  VEREIN-GEWAEHLT     VALUE "J".
001847     05  SW-SPIELER-GEWAEHLT     PIC X(01) VALUE "N".
001848         88  SPIELER-GEWAEHLT    VALUE "J".
001850
001860 PROCEDURE DIVISION.
001870
002160     PERFORM 1100-ZEITRAUM-ERFRAGEN
002170         THRU 1100-ZEITRAUM-ERFRAGEN-EXIT
002180         UNTIL VON-DATUM > 0 AND BIS-DATUM NOT < VON-DATUM
002181     PERFORM 1200-VEREIN-WAEHLEN THRU 1200-VEREIN-WAEHLEN-EXIT
002182         UNTIL VEREIN-GEWAEHLT
002190
002200     OPEN INPUT PROTOKOLLDATEI
002210     IF PROTOKOLL-STATUS NOT = "00"
002430     MOVE VON-DATUM TO KZ-VON
002440     MOVE BIS-DATUM TO KZ-BIS
002450     WRITE AZ-DRUCKZEILE FROM KOPF-ZEILE-1
002460     WRITE AZ-DRUCKZEILE FROM KOPF-ZEILE-2
002461     IF AUSWAHL-VEREIN > 0
002462         MOVE AUSWAHL-VEREIN TO VZ-VEREIN-NR
002463         MOVE VEREIN-NAME TO VZ-NAME
002464         WRITE AZ-DRUCKZEILE FROM VEREINS-ZEILE
002465     END-IF.
002470 1000-INITIALISIEREN-EXIT.
002480     EXIT.
002490
002570     END-IF.
002580 1100-ZEITRAUM-ERFRAGEN-EXIT.
002590     EXIT.
002591
002592*----------------------------------------------------------------
002593*  1200-VEREIN-WAEHLEN
002594*  Vereinsnummer erfragen; 00 = alle Vereine (auch Spieler
002595*  ohne Vereinszuordnung).  Ein gewaehlter Verein muss in der
002596*  Vereinsdatei stehen, sonst wird erneut gefragt.  Ist die
002597*  Vereinsdatei nicht zu oeffnen, gilt 00 (wie in DWZWART).
002598*----------------------------------------------------------------
002599 1200-VEREIN-WAEHLEN.
002600     DISPLAY "Auszug fuer Verein (Nummer, 00 = alle):"
002601     ACCEPT AUSWAHL-VEREIN
002602     IF AUSWAHL-VEREIN = 0
002603         MOVE "J" TO SW-VEREIN-GEWAEHLT
002604         GO TO 1200-VEREIN-WAEHLEN-EXIT
002605     END-IF
002606     OPEN INPUT VEREINSDATEI
002607     IF VEREIN-STATUS NOT = "00"
002608         DISPLAY "Vereinsdatei nicht geoeffnet, Status "
002609             VEREIN-STATUS " - Auszug fuer alle Vereine."
002610         MOVE 0 TO AUSWAHL-VEREIN
002611         MOVE "J" TO SW-VEREIN-GEWAEHLT
002612         GO TO 1200-VEREIN-WAEHLEN-EXIT
002613     END-IF
002614     MOVE AUSWAHL-VEREIN TO VE-VEREIN-NR
002615     READ VEREINSDATEI
002616         INVALID KEY
002617             DISPLAY "Verein " AUSWAHL-VEREIN " ist nicht in "
002618                 "der Vereinsdatei angelegt."
002619         NOT INVALID KEY
002620             MOVE "J" TO SW-VEREIN-GEWAEHLT
002621             MOVE VE-NAME TO VEREIN-NAME
002622     END-READ
002623     CLOSE VEREINSDATEI.
002624 1200-VEREIN-WAEHLEN-EXIT.
002625     EXIT.
002626
002627*----------------------------------------------------------------
002628*  2000-PROTOKOLL-EINLESEN
002630*  Eingabe-Prozedur des SORT: Protokoll einmal lesen, DWZ-
002640*  wirksame Eintraege im Zeitraum mit laufender Nummer
002650*  (Protokollreihenfolge) freigeben, Eintraege davor in die
003610     MOVE "N" TO SW-SORT-ENDE
003620     PERFORM 4100-SATZ-HOLEN THRU 4100-SATZ-HOLEN-EXIT
003630         UNTIL SORT-ENDE
003640     IF SPIELER-ZAEHLER = 0
003650         WRITE AZ-DRUCKZEILE FROM LEER-ZEILE
003660         MOVE "KEINE BEWERTUNGEN IM ZEITRAUM" TO AZ-DRUCKZEILE
003670         WRITE AZ-DRUCKZEILE
003680     ELSE
003681         IF SPIELER-GEWAEHLT
003690             PERFORM 4400-NETTO-DRUCKEN
003691                 THRU 4400-NETTO-DRUCKEN-EXIT
003692         END-IF
003700     END-IF.
003710 4000-AUSZUEGE-DRUCKEN-EXIT.
003720     EXIT.
003840
003850 4110-EINTRAG-DRUCKEN.
003860     IF SR-SPIELER-ID NOT = AKT-SPIELER-ID
003870         IF AKT-SPIELER-ID NOT = 0 AND SPIELER-GEWAEHLT
003880             PERFORM 4400-NETTO-DRUCKEN
003890                 THRU 4400-NETTO-DRUCKEN-EXIT
003900         END-IF
003910         PERFORM 4200-SPIELER-BEGINNEN
003920             THRU 4200-SPIELER-BEGINNEN-EXIT
003930     END-IF
003931     IF NOT SPIELER-GEWAEHLT
003932         GO TO 4110-EINTRAG-DRUCKEN-EXIT
003933     END-IF
003940     MOVE SR-DATUM TO EZ-DATUM
003950     MOVE SR-ERGEBNIS TO EZ-ERGEBNIS
003960     MOVE SR-ALTE-DWZ TO EZ-ALTE-DWZ
004060*  4200-SPIELER-BEGINNEN
004070*  Spielerkopf mit Namen aus der Stammdatei, Start-DWZ aus der
004080*  Start-Tabelle (sonst AU-BENUTZERZAHL des ersten Eintrags).
004081*  Bei einem Vereinsauszug werden Spieler anderer Vereine (und
004082*  ohne Zuordnung oder Stammsatz) uebergangen.
004090*----------------------------------------------------------------
004100 4200-SPIELER-BEGINNEN.
004110     MOVE SR-SPIELER-ID TO AKT-SPIELER-ID
004120     MOVE "J" TO SW-SPIELER-GEWAEHLT
004130     MOVE AKT-SPIELER-ID TO SP-SPIELER-ID
004140     READ SPIELERDATEI
004150         INVALID KEY
004160             MOVE "(NICHT IN DER STAMMDATEI)" TO SPZ-NAME
004161             IF AUSWAHL-VEREIN > 0
004162                 MOVE "N" TO SW-SPIELER-GEWAEHLT
004163             END-IF
004170         NOT INVALID KEY
004180             MOVE SP-NAME TO SPZ-NAME
004181             IF AUSWAHL-VEREIN > 0
004182                     AND (SP-VEREIN-NR NOT NUMERIC
004183                          OR SP-VEREIN-NR NOT = AUSWAHL-VEREIN)
004184                 MOVE "N" TO SW-SPIELER-GEWAEHLT
004185             END-IF
004190     END-READ
004191     IF NOT SPIELER-GEWAEHLT
004192         GO TO 4200-SPIELER-BEGINNEN-EXIT
004193     END-IF
004194     ADD 1 TO SPIELER-ZAEHLER
004200     MOVE AKT-SPIELER-ID TO SPZ-SPIELER-ID
004210     WRITE AZ-DRUCKZEILE FROM LEER-ZEILE
004220     WRITE AZ-DRUCKZEILE FROM SPIELER-ZEILE
