000310*  AENDERUNGEN:
000320*  2026-09-02  AH  Neu angelegt fuer die Inaktivitaets-
000330*                  Durchsicht.
000331*  2026-10-15  AH  Durchsicht wahlweise fuer einen Verein
000332*                  (SP-VEREIN-NR, siehe SPIELER): Vereins-
000333*                  nummer wird nach dem Stichtag erfragt,
000334*                  00 = alle Vereine.  Vereinsname aus der
000335*                  Vereinsdatei (VEREINSAT) im Listenkopf.
000336*  2026-10-15  AH  Vereinsauswahl: fehlt die Vereinsdatei, wird
000337*                  die Liste fuer alle Vereine erstellt.
000340*================================================================
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000440     SELECT INAKTIVBERICHT ASSIGN TO "INAKTIVBERICHT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS BERICHT-STATUS.
000461
000462     SELECT VEREINSDATEI ASSIGN TO "VEREINSDATEI"
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS DYNAMIC
000465         RECORD KEY IS VE-VEREIN-NR
000466         FILE STATUS IS VEREIN-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000520
000530 FD  INAKTIVBERICHT.
000540 01  IB-DRUCKZEILE               PIC X(80).
000541
000542 FD  VEREINSDATEI.
000543 COPY VEREINSAT.
000550
000560 WORKING-STORAGE SECTION.
000570 01  SPIELER-STATUS              PIC X(02).
000580 01  BERICHT-STATUS              PIC X(02).
000581 01  VEREIN-STATUS               PIC X(02).
000582
000583 01  AUSWAHL-VEREIN              PIC 9(02) VALUE 0.
000584 01  VEREIN-NAME                 PIC X(30) VALUE SPACES.
000590
000600 01  STICHTAG                    PIC 9(08).
000610 01  GEPRUEFT-ZAEHLER            PIC 9(04) VALUE 0.
000700 01  KOPF-ZEILE-2.
000710     05  FILLER                  PIC X(80) VALUE ALL "=".
000720
000721 01  VEREINS-ZEILE.
000722     05  FILLER                  PIC X(07) VALUE "VEREIN ".
000723     05  VZ-VEREIN-NR            PIC 9(02).
000724     05  FILLER                  PIC X(01) VALUE SPACE.
000725     05  VZ-NAME                 PIC X(30).
000726     05  FILLER                  PIC X(40) VALUE SPACES.
000727
000730 01  SPIELER-ZEILE.
000740     05  SZ-SPIELER-ID           PIC 9(06).
000750     05  FILLER                  PIC X(02) VALUE SPACES.
001010         88  SPIELERDATEI-OFFEN  VALUE "J".
001020     05  SW-BERICHT-OFFEN        PIC X(01) VALUE "N".
001030         88  BERICHT-OFFEN       VALUE "J".
001031     05  SW-VEREIN-GEWAEHLT      PIC X(01) VALUE "N".
001032         88  VEREIN-GEWAEHLT     VALUE "J".
001040
001050 PROCEDURE DIVISION.
001060
001230     PERFORM 1100-STICHTAG-ERFRAGEN
001240         THRU 1100-STICHTAG-ERFRAGEN-EXIT
001250         UNTIL STICHTAG > 0
001251     PERFORM 1200-VEREIN-WAEHLEN THRU 1200-VEREIN-WAEHLEN-EXIT
001252         UNTIL VEREIN-GEWAEHLT
001260     OPEN INPUT SPIELERDATEI
001270     IF SPIELER-STATUS NOT = "00"
001280         DISPLAY "Spielerdatei nicht geoeffnet, Status "
001410     MOVE "J" TO SW-BERICHT-OFFEN
001420     MOVE STICHTAG TO KZ-STICHTAG
001430     WRITE IB-DRUCKZEILE FROM KOPF-ZEILE-1
001440     WRITE IB-DRUCKZEILE FROM KOPF-ZEILE-2
001441     IF AUSWAHL-VEREIN > 0
001442         MOVE AUSWAHL-VEREIN TO VZ-VEREIN-NR
001443         MOVE VEREIN-NAME TO VZ-NAME
001444         WRITE IB-DRUCKZEILE FROM VEREINS-ZEILE
001445     END-IF.
001450 1000-INITIALISIEREN-EXIT.
001460     EXIT.
001470
001540     END-IF.
001550 1100-STICHTAG-ERFRAGEN-EXIT.
001560     EXIT.
001561
001562*----------------------------------------------------------------
001563*  1200-VEREIN-WAEHLEN
001564*  Vereinsnummer erfragen; 00 = alle Vereine (auch Spieler
001565*  ohne Vereinszuordnung).  Ein gewaehlter Verein muss in der
001566*  Vereinsdatei stehen, sonst wird erneut gefragt.  Ist die
001567*  Vereinsdatei nicht zu oeffnen, gilt 00 (wie in DWZWART).
001568*----------------------------------------------------------------
001569 1200-VEREIN-WAEHLEN.
001570     DISPLAY "Durchsicht fuer Verein (Nummer, 00 = alle):"
001571     ACCEPT AUSWAHL-VEREIN
001572     IF AUSWAHL-VEREIN = 0
001573         MOVE "J" TO SW-VEREIN-GEWAEHLT
001574         GO TO 1200-VEREIN-WAEHLEN-EXIT
001575     END-IF
001576     OPEN INPUT VEREINSDATEI
001577     IF VEREIN-STATUS NOT = "00"
001578         DISPLAY "Vereinsdatei nicht geoeffnet, Status "
001579             VEREIN-STATUS " - Durchsicht fuer alle Vereine."
001580         MOVE 0 TO AUSWAHL-VEREIN
001581         MOVE "J" TO SW-VEREIN-GEWAEHLT
001582         GO TO 1200-VEREIN-WAEHLEN-EXIT
001583     END-IF
001584     MOVE AUSWAHL-VEREIN TO VE-VEREIN-NR
001585     READ VEREINSDATEI
001586         INVALID KEY
001587             DISPLAY "Verein " AUSWAHL-VEREIN " ist nicht in "
001588                 "der Vereinsdatei angelegt."
001589         NOT INVALID KEY
001590             MOVE "J" TO SW-VEREIN-GEWAEHLT
001591             MOVE VE-NAME TO VEREIN-NAME
001592     END-READ
001593     CLOSE VEREINSDATEI.
001594 1200-VEREIN-WAEHLEN-EXIT.
001595     EXIT.
001596
001597*----------------------------------------------------------------
001598*  2000-SPIELER-PRUEFEN
001600*  Stammdatei satzweise lesen; aktive Spieler ohne bewertetes
001610*  Ereignis seit dem Stichtag kommen auf den Bericht
001620*  (Altbestand ohne Datum als "NIE").
001680         NOT AT END
001690             IF SP-GESPERRT
001700                 CONTINUE
001701             ELSE
001702                 IF AUSWAHL-VEREIN > 0
001703                         AND (SP-VEREIN-NR NOT NUMERIC
001704                              OR SP-VEREIN-NR NOT =
001705                                 AUSWAHL-VEREIN)
001706                     CONTINUE
001710                 ELSE
001720                     ADD 1 TO GEPRUEFT-ZAEHLER
001730                     IF SP-LETZTE-BEWERTUNG IS NUMERIC
001740                             AND SP-LETZTE-BEWERTUNG NOT <
001745                                 STICHTAG
001750                         CONTINUE
001760                     ELSE
001770                         PERFORM 2100-SPIELER-MELDEN
001780                             THRU 2100-SPIELER-MELDEN-EXIT
001790                     END-IF
001800                 END-IF
001805             END-IF
001810     END-READ.
001820 2000-SPIELER-PRUEFEN-EXIT.
001830     EXIT.
