000170*----------------------------------------------------------------
000180*  DWZTAB druckt die Turniertabelle eines einzelnen Turniers
000190*  aus der Partiedatei (PARTIEDATEI):  eine Zeile je Teil-
000200*  nehmer mit dem Ergebnis jeder Runde (W/D/L, kampflos +/-,
000201*  Freilos F - siehe SPIELSAT), der Punktsumme
000210*  und der Platznummer - fertig fuer den Aushang neben der
000220*  RANGLISTE, statt die Tabelle nach jedem Turnier von Hand
000230*  aus dem Partielisting zusammenzustellen.
000320*
000330*  Platzierung:  absteigend nach Punkten; bei Punktgleichheit
000340*  entscheidet die groessere Zahl der Siege, danach die hoehere
000350*  DWZ aus der Stammdatei (einfache Feinwertung).  Kampflose
000351*  Gewinne ("+") und Freilose ("F") zaehlen je einen Punkt,
000352*  als Sieg in der Feinwertung aber nur der kampflose Gewinn.
000353*
000354*  Partien gegen Fremdspieler (Satz der Normalform mit
000355*  GS-FREMD-ID) werden unter der Tabelle einzeln aufgefuehrt:
000356*  eigener Spieler, Ergebnis, Kennung, Name, DWZ und Verein
000357*  des Gegners aus der Fremdspielerdatei (FREMDSPIELERDATEI).
000358*  Fehlt die Datei, erscheint nur die Kennung.
000360*
000370*  Alle Dateien werden nur gelesen; der Lauf aendert nichts.
000380*----------------------------------------------------------------
000407*                  darum regelmaessig mit den eigenen Runden
000408*                  und ihre Punkte fehlten in der Tabelle.
000409*                  GS-RUNDE dient nur noch der Bereichspruefung.
000410*  2026-10-15  AH  Kampflose Ergebnisse "+"/"-" und Freilos "F"
000411*                  werden eingetragen und gepunktet; bei
000412*                  internen Partien erhaelt der Gegner das
000413*                  gespiegelte kampflose Ergebnis.
000414*  2026-10-15  AH  Partien gegen Fremdspieler werden mit Name
000415*                  und Verein des Gegners aus der Fremdspieler-
000416*                  datei unter der Tabelle aufgefuehrt.
000410*================================================================
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS TABELLEN-STATUS.
000670
000671     SELECT FREMDSPIELERDATEI ASSIGN TO "FREMDSPIELERDATEI"
000672         ORGANIZATION IS INDEXED
000673         ACCESS MODE IS DYNAMIC
000674         RECORD KEY IS FS-FREMD-ID
000675         FILE STATUS IS FREMD-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  PARTIEDATEI.
000780
000790 FD  TABELLENDATEI.
000800 01  TB-DRUCKZEILE               PIC X(80).
000801
000802 FD  FREMDSPIELERDATEI.
000803 COPY FREMDSAT.
000810
000820 WORKING-STORAGE SECTION.
000830 01  PARTIE-STATUS               PIC X(02).
000840 01  SPIELER-STATUS              PIC X(02).
000850 01  TURNIER-STATUS              PIC X(02).
000860 01  TABELLEN-STATUS             PIC X(02).
000861 01  FREMD-STATUS                PIC X(02).
000870
000880 01  TURNIER-ID                  PIC X(08).
000890 01  RUNDEN-MAXIMUM              PIC 9(02) VALUE 20.
000950 01  EINTRAG-SPIELER-ID          PIC 9(06).
000960 01  EINTRAG-ERGEBNIS            PIC X(01).
000980 01  PLATZ-NUMMER                PIC 9(04) VALUE 0.
000981 01  FREMD-MAXIMUM               PIC 9(04) VALUE 200.
000982 01  FREMD-ANZAHL                PIC 9(04) VALUE 0.
000990
001000 01  TAB-IDX                     PIC 9(04) COMP.
001010 01  SUCH-IDX                    PIC 9(04) COMP.
001020 01  BESTER-IDX                  PIC 9(04) COMP.
001030 01  TREFFER-IDX                 PIC 9(04) COMP.
001040 01  RUNDEN-IDX                  PIC 9(04) COMP.
001045 01  FP-IDX                      PIC 9(04) COMP.
001050
001060*  Ein Eintrag je Teilnehmer des gewaehlten Turniers
001070 01  TEILNEHMER-TABELLE.
001210     05  TA-SIEGE                PIC 9(02).
001215     05  TA-BELEGT               PIC 9(02).
001220     05  TA-ERGEBNIS             PIC X(01) OCCURS 20 TIMES.
001221
001222*  Ein Eintrag je Partie gegen einen Fremdspieler
001223 01  FREMDPARTIE-TABELLE.
001224     05  FP-EINTRAG OCCURS 200 TIMES.
001225         10  FP-SPIELER-ID       PIC 9(06).
001226         10  FP-FREMD-ID         PIC 9(08).
001227         10  FP-ERGEBNIS         PIC X(01).
001228         10  FP-GEGNERZAHL       PIC 9(04).
001230
001240 01  KOPF-ZEILE-1.
001250     05  FILLER                  PIC X(15)
001630     05  FILLER                  PIC X(51) VALUE SPACES.
001640
001650 01  LEER-ZEILE                  PIC X(80) VALUE SPACES.
001651
001652 01  FREMD-KOPF-ZEILE.
001653     05  FILLER                  PIC X(40)
001654             VALUE "PARTIEN GEGEN FREMDSPIELER".
001655     05  FILLER                  PIC X(40) VALUE SPACES.
001656
001657 01  FREMD-SPALTEN-ZEILE.
001658     05  FILLER                  PIC X(21) VALUE "SPIELER".
001659     05  FILLER                  PIC X(03) VALUE "E".
001660     05  FILLER                  PIC X(09) VALUE "KENNUNG".
001661     05  FILLER                  PIC X(26) VALUE "GEGNER".
001662     05  FILLER                  PIC X(05) VALUE "DWZ".
001663     05  FILLER                  PIC X(16) VALUE "VEREIN".
001664
001665 01  FREMDPARTIE-ZEILE.
001666     05  FZ-NAME                 PIC X(20).
001667     05  FILLER                  PIC X(01) VALUE SPACE.
001668     05  FZ-ERGEBNIS             PIC X(01).
001669     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  FZ-FREMD-ID             PIC Z(07)9.
001671     05  FILLER                  PIC X(01) VALUE SPACE.
001672     05  FZ-FREMD-NAME           PIC X(25).
001673     05  FILLER                  PIC X(01) VALUE SPACE.
001674     05  FZ-DWZ                  PIC Z(03)9.
001675     05  FILLER                  PIC X(01) VALUE SPACE.
001676     05  FZ-VEREIN               PIC X(16).
001660
001670 01  SCHALTER-BEREICH.
001680     05  SW-DATEI-ENDE           PIC X(01) VALUE "N".
001770         88  TABELLE-OFFEN       VALUE "J".
001780     05  SW-TN-GEFUNDEN          PIC X(01) VALUE "N".
001790         88  TN-GEFUNDEN         VALUE "J".
001791     05  SW-FREMDDATEI-OFFEN     PIC X(01) VALUE "N".
001792         88  FREMDDATEI-OFFEN    VALUE "J".
001800
001810 PROCEDURE DIVISION.
001820
002360                 MOVE TU-DATUM TO KZ-DATUM
002370         END-READ
002380     END-IF
002381     OPEN INPUT FREMDSPIELERDATEI
002382     IF FREMD-STATUS = "00"
002383         MOVE "J" TO SW-FREMDDATEI-OFFEN
002384     END-IF
002390     OPEN INPUT PARTIEDATEI
002400     IF PARTIE-STATUS NOT = "00"
002410         DISPLAY "Partiedatei nicht geoeffnet, Status "
002880     ELSE
002890         MOVE GS-ERGEBNIS TO PARTIE-ERGEBNIS
002900     END-IF
002910     INSPECT PARTIE-ERGEBNIS CONVERTING "wdlf" TO "WDLF"
002920     IF PARTIE-ERGEBNIS NOT = "W" AND PARTIE-ERGEBNIS NOT = "D"
002930             AND PARTIE-ERGEBNIS NOT = "L"
002931             AND PARTIE-ERGEBNIS NOT = "+"
002932             AND PARTIE-ERGEBNIS NOT = "-"
002933             AND PARTIE-ERGEBNIS NOT = "F"
002940         DISPLAY "Satz " SATZZAEHLER ": ungueltiges Ergebnis - "
002950             "Satz erscheint nicht in der Tabelle."
002960         MOVE 4 TO RETURN-CODE
003090                 MOVE "D" TO GEGNER-ERGEBNIS
003100             WHEN "L"
003110                 MOVE "W" TO GEGNER-ERGEBNIS
003112             WHEN "+"
003114                 MOVE "-" TO GEGNER-ERGEBNIS
003116             WHEN "-"
003118                 MOVE "+" TO GEGNER-ERGEBNIS
003120         END-EVALUATE
003130         MOVE GI-GEGNER-ID TO EINTRAG-SPIELER-ID
003140         MOVE GEGNER-ERGEBNIS TO EINTRAG-ERGEBNIS
003150         PERFORM 2100-ERGEBNIS-EINTRAGEN
003160             THRU 2100-ERGEBNIS-EINTRAGEN-EXIT
003165     ELSE
003166         IF GS-FREMD-ID NUMERIC AND GS-FREMD-ID > 0
003167             PERFORM 2400-FREMDPARTIE-MERKEN
003168                 THRU 2400-FREMDPARTIE-MERKEN-EXIT
003169         END-IF
003170     END-IF.
003180 2000-PARTIEN-EINLESEN-EXIT.
003190     EXIT.
003600             ADD 1 TO TN-SIEGE(TREFFER-IDX)
003610         WHEN "D"
003620             ADD 0,5 TO TN-PUNKTE(TREFFER-IDX)
003622         WHEN "+"
003624             ADD 1,0 TO TN-PUNKTE(TREFFER-IDX)
003626             ADD 1 TO TN-SIEGE(TREFFER-IDX)
003628         WHEN "F"
003629             ADD 1,0 TO TN-PUNKTE(TREFFER-IDX)
003630     END-EVALUATE.
003640 2100-ERGEBNIS-EINTRAGEN-EXIT.
003650     EXIT.
003900     MOVE SPACE TO TN-ERGEBNIS(TREFFER-IDX, RUNDEN-IDX).
003910 2300-RUNDEN-LEEREN-EXIT.
003920     EXIT.
003921
003922*----------------------------------------------------------------
003923*  2400-FREMDPARTIE-MERKEN
003924*  Partie gegen einen Fremdspieler fuer die Liste unter der
003925*  Tabelle vormerken.
003926*----------------------------------------------------------------
003927 2400-FREMDPARTIE-MERKEN.
003928     IF FREMD-ANZAHL NOT < FREMD-MAXIMUM
003929         DISPLAY "Satz " SATZZAEHLER ": mehr als " FREMD-MAXIMUM
003930             " Partien gegen Fremdspieler - Partie fehlt in "
003931             "der Fremdspielerliste."
003932         MOVE 4 TO RETURN-CODE
003933         GO TO 2400-FREMDPARTIE-MERKEN-EXIT
003934     END-IF
003935     ADD 1 TO FREMD-ANZAHL
003936     MOVE GS-SPIELER-ID TO FP-SPIELER-ID(FREMD-ANZAHL)
003937     MOVE GS-FREMD-ID TO FP-FREMD-ID(FREMD-ANZAHL)
003938     MOVE PARTIE-ERGEBNIS TO FP-ERGEBNIS(FREMD-ANZAHL)
003939     MOVE GS-GEGNERZAHL TO FP-GEGNERZAHL(FREMD-ANZAHL).
003940 2400-FREMDPARTIE-MERKEN-EXIT.
003941     EXIT.
003930
003940*----------------------------------------------------------------
003950*  3000-NAMEN-AUFLOESEN
004870         UNTIL TAB-IDX > TEILNEHMER-ANZAHL
004880     WRITE TB-DRUCKZEILE FROM TRENN-ZEILE
004890     MOVE TEILNEHMER-ANZAHL TO SZ-ANZAHL
004900     WRITE TB-DRUCKZEILE FROM SUMMEN-ZEILE
004901     IF FREMD-ANZAHL > 0
004902         PERFORM 5200-FREMDPARTIEN-DRUCKEN
004903             THRU 5200-FREMDPARTIEN-DRUCKEN-EXIT
004904     END-IF.
004910 5000-TABELLE-DRUCKEN-EXIT.
004920     EXIT.
004930
005090         TO TZ-ERGEBNIS(RUNDEN-IDX).
005100 5110-ERGEBNIS-SPALTE-EXIT.
005110     EXIT.
005111
005112*----------------------------------------------------------------
005113*  5200-FREMDPARTIEN-DRUCKEN
005114*  Partien gegen Fremdspieler in Einlesefolge; Name und DWZ
005115*  des eigenen Spielers aus der (sortierten) Teilnehmer-
005116*  Tabelle, die Gegnerdaten aus der Fremdspielerdatei.  Die
005117*  DWZ ist die in der Partie verrechnete Gegner-DWZ.
005118*----------------------------------------------------------------
005119 5200-FREMDPARTIEN-DRUCKEN.
005120     WRITE TB-DRUCKZEILE FROM LEER-ZEILE
005121     WRITE TB-DRUCKZEILE FROM FREMD-KOPF-ZEILE
005122     WRITE TB-DRUCKZEILE FROM FREMD-SPALTEN-ZEILE
005123     WRITE TB-DRUCKZEILE FROM TRENN-ZEILE
005124     PERFORM 5210-FREMDPARTIE-ZEILE
005125         THRU 5210-FREMDPARTIE-ZEILE-EXIT
005126         VARYING FP-IDX FROM 1 BY 1
005127         UNTIL FP-IDX > FREMD-ANZAHL.
005128 5200-FREMDPARTIEN-DRUCKEN-EXIT.
005129     EXIT.
005130
005131 5210-FREMDPARTIE-ZEILE.
005132     MOVE FP-SPIELER-ID(FP-IDX) TO EINTRAG-SPIELER-ID
005133     PERFORM 2200-TEILNEHMER-SUCHEN
005134         THRU 2200-TEILNEHMER-SUCHEN-EXIT
005135     IF TN-GEFUNDEN
005136         MOVE TN-NAME(TREFFER-IDX) TO FZ-NAME
005137     ELSE
005138         MOVE SPACES TO FZ-NAME
005139     END-IF
005140     MOVE FP-ERGEBNIS(FP-IDX) TO FZ-ERGEBNIS
005141     MOVE FP-FREMD-ID(FP-IDX) TO FZ-FREMD-ID
005142     MOVE FP-GEGNERZAHL(FP-IDX) TO FZ-DWZ
005143     MOVE SPACES TO FZ-FREMD-NAME
005144     MOVE SPACES TO FZ-VEREIN
005145     IF FREMDDATEI-OFFEN
005146         MOVE FP-FREMD-ID(FP-IDX) TO FS-FREMD-ID
005147         READ FREMDSPIELERDATEI
005148             INVALID KEY
005149                 MOVE "(NICHT IN DER FREMDDATEI)"
005150                     TO FZ-FREMD-NAME
005151             NOT INVALID KEY
005152                 MOVE FS-NAME TO FZ-FREMD-NAME
005153                 MOVE FS-VEREIN TO FZ-VEREIN
005154         END-READ
005155     END-IF
005156     WRITE TB-DRUCKZEILE FROM FREMDPARTIE-ZEILE.
005157 5210-FREMDPARTIE-ZEILE-EXIT.
005158     EXIT.
005120
005130*----------------------------------------------------------------
005140*  9999-ABSCHLUSS
005230     IF TURNIERDATEI-OFFEN
005240         CLOSE TURNIERDATEI
005250     END-IF
005251     IF FREMDDATEI-OFFEN
005252         CLOSE FREMDSPIELERDATEI
005253     END-IF
005260     IF TABELLE-OFFEN
005270         CLOSE TABELLENDATEI
005280         DISPLAY "Turniertabelle mit " TEILNEHMER-ANZAHL
