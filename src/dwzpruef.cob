000210*  und nicht gesperrt, Ergebnis-Code, Gegner-DWZ bzw. Gegner-
000220*  Spielernummer), laufen hier - nach Turnier/Spieler/Runde
000225*  sortiert - gegen eine noch unveraenderte Stammdatei.
000226*  Traegt ein Satz der Normalform die Kennung eines Fremd-
000227*  spielers (GS-FREMD-ID, siehe SPIELSAT/FREMDSAT), muss der
000228*  Fremdspieler bekannt sein und die Gegner-DWZ seiner DWZ
000229*  zum Turnierdatum entsprechen.
000230*  Beanstandete
000240*  Saetze kommen mit Satznummer und Grund auf den druckbaren
000250*  Pruefbericht (PRUEFBERICHT), angenommene Saetze werden
000389*                  durch DWZABEND nach fehlerfrei beendetem
000391*                  Bewertungsschritt, bei Hand-Uebernahme vom
000392*                  Bediener nach dem DWZBATCH-Lauf.
000393*  2026-10-15  AH  Ergebnis-Codes fuer kampflose Partien ("+"/
000394*                  "-") und Freilos ("F", siehe SPIELSAT) werden
000395*                  angenommen.  Ein Freilos hat keinen Gegner und
000396*                  ist nur in der Normalform zulaessig; bei
000397*                  kampflosen Partien gegen Auswaertige darf die
000398*                  Gegner-DWZ 0 (unbekannt) sein.
000399*  2026-10-15  AH  Saetze mit Fremdspieler-Kennung werden gegen
000399*                  die Fremdspielerdatei geprueft (Spieler
000399*                  bekannt, Gegner-DWZ = DWZ zum Turnierdatum).
000393*================================================================
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000592         RECORD KEY IS TU-TURNIER-ID
000593         FILE STATUS IS TURNIER-STATUS.
000594
000595     SELECT FREMDSPIELERDATEI ASSIGN TO "FREMDSPIELERDATEI"
000596         ORGANIZATION IS INDEXED
000597         ACCESS MODE IS DYNAMIC
000598         RECORD KEY IS FS-FREMD-ID
000599         FILE STATUS IS FREMD-STATUS.
000594
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PARTIEDATEI.
000725 FD  TURNIERDATEI.
000726 COPY TURNSAT.
000727
000727 FD  FREMDSPIELERDATEI.
000727 COPY FREMDSAT.
000727
000728 SD  SORTDATEI.
000729 01  SR-SATZ.
000731     05  SR-PARTIE-ABBILD.
000780 01  GUT-STATUS                  PIC X(02).
000785 01  TURNIER-STATUS              PIC X(02).
000787 01  STAND-STATUS                PIC X(02).
000788 01  FREMD-STATUS                PIC X(02).
000790
000795 01  LAUF-ID                     PIC X(08) VALUE "DWZPRUEF".
000797 01  GEPRUEFT-BIS                PIC 9(08) VALUE 0.
000870 01  VOR-SPIELER-ID              PIC 9(06).
000880 01  VOR-RUNDE                   PIC 9(02) VALUE 0.
000890 01  PARTIE-ERGEBNIS             PIC X(01).
000891     88  ERGEBNIS-GUELTIG        VALUE "W" "D" "L" "+" "-" "F".
000892     88  ERGEBNIS-KAMPFLOS       VALUE "+" "-".
000893     88  ERGEBNIS-FREILOS        VALUE "F".
000900 01  AKTUELLES-DATUM             PIC 9(08).
000901 01  TURNIER-DATUM               PIC 9(08) VALUE 0.
000902 01  FREMD-DWZ                   PIC 9(04).
000903 01  STAND-MAXIMUM               PIC 9(04) VALUE 4.
000904 01  ST-IDX                      PIC 9(04) COMP.
000905 01  STAND-IDX                   PIC 9(04) COMP.
000910
000920 01  KOPF-ZEILE-1.
000930     05  FILLER                  PIC X(32)
001508         88  TURNIER-GUELTIG     VALUE "J".
001511     05  SW-TURNIER-HISTORIE     PIC X(01) VALUE "N".
001512         88  TURNIER-HISTORIE    VALUE "J".
001513     05  SW-FREMDDATEI-OFFEN     PIC X(01) VALUE "N".
001514         88  FREMDDATEI-OFFEN    VALUE "J".
001515     05  SW-STAND-GEFUNDEN       PIC X(01) VALUE "N".
001516         88  STAND-GEFUNDEN      VALUE "J".
001510
001520 PROCEDURE DIVISION.
001530
001758         GO TO 1000-INITIALISIEREN-EXIT
001759     END-IF
001761     MOVE "J" TO SW-TURNIERDATEI-OFFEN
001762     OPEN INPUT FREMDSPIELERDATEI
001763     IF FREMD-STATUS = "00"
001764         MOVE "J" TO SW-FREMDDATEI-OFFEN
001765     END-IF
001760     OPEN OUTPUT PRUEFBERICHT
001770     IF PRUEF-STATUS NOT = "00"
001780         DISPLAY "Pruefbericht nicht geoeffnet, Status "
002700     MOVE AKT-TURNIER-ID TO VOR-TURNIER-ID
002710     MOVE AKT-SPIELER-ID TO VOR-SPIELER-ID
002720     MOVE 0 TO VOR-RUNDE
002721     MOVE 0 TO TURNIER-DATUM
002722     MOVE "N" TO SW-TURNIER-GUELTIG
002723     MOVE "N" TO SW-TURNIER-HISTORIE
002724     MOVE AKT-TURNIER-ID TO TU-TURNIER-ID
002727         INVALID KEY
002728             CONTINUE
002729         NOT INVALID KEY
002730             MOVE TU-DATUM TO TURNIER-DATUM
002731             IF TU-OFFEN
002732                 MOVE "J" TO SW-TURNIER-GUELTIG
002733             ELSE
003250     ELSE
003260         MOVE GS-ERGEBNIS TO PARTIE-ERGEBNIS
003270     END-IF
003280     INSPECT PARTIE-ERGEBNIS CONVERTING "wdlf" TO "WDLF"
003290     IF NOT ERGEBNIS-GUELTIG
003310         MOVE "ERGEBNIS-CODE UNGUELTIG (WDL+-F)"
003320             TO FZ-GRUND
003330         PERFORM 2900-SATZ-ABWEISEN THRU 2900-SATZ-ABWEISEN-EXIT
003340         GO TO 2200-EINZELSATZ-PRUEFEN-EXIT
003350     END-IF
003351     IF ERGEBNIS-FREILOS
003352         IF GS-INTERNE-PARTIE
003353             MOVE "FREILOS MIT GEGNERNUMMER"
003354                 TO FZ-GRUND
003355             PERFORM 2900-SATZ-ABWEISEN
003356                 THRU 2900-SATZ-ABWEISEN-EXIT
003357             GO TO 2200-EINZELSATZ-PRUEFEN-EXIT
003358         END-IF
003359         MOVE GS-RUNDE TO VOR-RUNDE
003361         MOVE "J" TO SW-SATZ-GUT
003362         GO TO 2200-EINZELSATZ-PRUEFEN-EXIT
003363     END-IF
003364     IF ERGEBNIS-KAMPFLOS AND NOT GS-INTERNE-PARTIE
003365             AND GS-GEGNERZAHL = 0
003366         MOVE GS-RUNDE TO VOR-RUNDE
003367         MOVE "J" TO SW-SATZ-GUT
003368         GO TO 2200-EINZELSATZ-PRUEFEN-EXIT
003369     END-IF
003370     IF GS-INTERNE-PARTIE
003370         PERFORM 2300-INTERN-GEGNER-PRUEFEN
003380             THRU 2300-INTERN-GEGNER-PRUEFEN-EXIT
003390         IF NOT SATZ-GUT
003480                 THRU 2900-SATZ-ABWEISEN-EXIT
003490             GO TO 2200-EINZELSATZ-PRUEFEN-EXIT
003500         END-IF
003501         IF GS-FREMD-ID NUMERIC AND GS-FREMD-ID > 0
003502             PERFORM 2400-FREMD-GEGNER-PRUEFEN
003503                 THRU 2400-FREMD-GEGNER-PRUEFEN-EXIT
003504             IF NOT SATZ-GUT
003505                 GO TO 2200-EINZELSATZ-PRUEFEN-EXIT
003506             END-IF
003507         END-IF
003510     END-IF
003520     MOVE GS-RUNDE TO VOR-RUNDE
003530     MOVE "J" TO SW-SATZ-GUT.
003890     END-READ.
003900 2300-INTERN-GEGNER-PRUEFEN-EXIT.
003910     EXIT.
003911
003912*----------------------------------------------------------------
003913*  2400-FREMD-GEGNER-PRUEFEN
003914*  Gegner aus der Fremdspielerdatei: die Kennung muss bekannt
003915*  sein, und GS-GEGNERZAHL muss der DWZ zum Turnierdatum
003916*  entsprechen (neuester Listenstand, der nicht nach dem
003917*  Turnierdatum liegt, sonst der aelteste - wie DWZERF).
003918*----------------------------------------------------------------
003919 2400-FREMD-GEGNER-PRUEFEN.
003920     MOVE "N" TO SW-SATZ-GUT
003921     IF NOT FREMDDATEI-OFFEN
003922         MOVE "FREMDSPIELERDATEI FEHLT" TO FZ-GRUND
003923         PERFORM 2900-SATZ-ABWEISEN THRU 2900-SATZ-ABWEISEN-EXIT
003924         GO TO 2400-FREMD-GEGNER-PRUEFEN-EXIT
003925     END-IF
003926     MOVE GS-FREMD-ID TO FS-FREMD-ID
003927     READ FREMDSPIELERDATEI
003928         INVALID KEY
003929             MOVE "FREMDSPIELER NICHT IN DER DATEI"
003930                 TO FZ-GRUND
003931             PERFORM 2900-SATZ-ABWEISEN
003932                 THRU 2900-SATZ-ABWEISEN-EXIT
003933             GO TO 2400-FREMD-GEGNER-PRUEFEN-EXIT
003934     END-READ
003935     MOVE "N" TO SW-STAND-GEFUNDEN
003936     MOVE 1 TO STAND-IDX
003937     PERFORM 2410-STAND-VERGLEICH THRU 2410-STAND-VERGLEICH-EXIT
003938         VARYING ST-IDX FROM 1 BY 1
003939         UNTIL ST-IDX > STAND-MAXIMUM OR STAND-GEFUNDEN
003940     IF NOT STAND-GEFUNDEN
003941         PERFORM 2420-AELTESTER-STAND
003942             THRU 2420-AELTESTER-STAND-EXIT
003943             VARYING ST-IDX FROM 1 BY 1
003944             UNTIL ST-IDX > STAND-MAXIMUM
003945     END-IF
003946     MOVE FS-STAND-DWZ(STAND-IDX) TO FREMD-DWZ
003947     IF GS-GEGNERZAHL NOT = FREMD-DWZ
003948         MOVE "GEGNER-DWZ WEICHT VON LISTE AB"
003949             TO FZ-GRUND
003950         PERFORM 2900-SATZ-ABWEISEN THRU 2900-SATZ-ABWEISEN-EXIT
003951         GO TO 2400-FREMD-GEGNER-PRUEFEN-EXIT
003952     END-IF
003953     MOVE "J" TO SW-SATZ-GUT.
003954 2400-FREMD-GEGNER-PRUEFEN-EXIT.
003955     EXIT.
003956
003957 2410-STAND-VERGLEICH.
003958     IF FS-STAND-DATUM(ST-IDX) > 0
003959             AND FS-STAND-DATUM(ST-IDX) NOT > TURNIER-DATUM
003960         MOVE "J" TO SW-STAND-GEFUNDEN
003961         MOVE ST-IDX TO STAND-IDX
003962     END-IF.
003963 2410-STAND-VERGLEICH-EXIT.
003964     EXIT.
003965
003966 2420-AELTESTER-STAND.
003967     IF FS-STAND-DATUM(ST-IDX) > 0
003968         MOVE ST-IDX TO STAND-IDX
003969     END-IF.
003970 2420-AELTESTER-STAND-EXIT.
003971     EXIT.
003920
003930*----------------------------------------------------------------
003940*  2800-SATZ-ANNEHMEN
004392     IF TURNIERDATEI-OFFEN
004394         CLOSE TURNIERDATEI
004396     END-IF
004397     IF FREMDDATEI-OFFEN
004398         CLOSE FREMDSPIELERDATEI
004399     END-IF
004400     DISPLAY SATZZAEHLER " Saetze gelesen, "
004410         ANGENOMMEN-ZAEHLER " angenommen, "
004420         ABGEWIESEN-ZAEHLER " abgewiesen, "
