000190*  datei (SPIELERDATEI):  alle Spieler absteigend nach DWZ, mit
000200*  Platznummer, Name, aktueller DWZ und Anzahl gezaehlter
000210*  Partien.  Die Liste ist in die an den Bezirk gemeldeten
000220*  Altersgruppen unterteilt, jede Gruppe mit eigener Platz-
000230*  zaehlung:  Erwachsene ab 20 und Jugend unter 20 (Alter zum
000231*  Listendatum aus SP-GEBURTSDATUM; ohne Geburtsdatum zaehlt
000232*  ein Spieler zu den Erwachsenen) oder - auf Wunsch beim
000233*  Start - die Jugend in den Bezirks-Altersklassen U20, U18,
000234*  U16, U14, U12 und U10.  Die U-Klassen gehen nach dem
000235*  Geburtsjahrgang: im Jahr J gehoert zu U10, wer J-10 oder
000236*  spaeter geboren ist, zu U12 der Jahrgang J-12/J-11 usw. bis
000237*  U20 mit J-20/J-19; aeltere Jahrgaenge sind Erwachsene.
000240*
000250*  Anders als der fortlaufende Vereinsabend-Bericht (RPTZEIL)
000260*  ist die Rangliste eine Stichtagsliste: sie wird nach jedem
000520*                  ersetzt: die bisherige Obergrenze haette die
000530*                  Liste beim Ueberlauf stillschweigend
000540*                  abgeschnitten, seit auch fuer den Nachbar-
000542*                  verein bewertet wird.
000544*  2026-10-15  AH  Rangliste wahlweise fuer einen Verein
000546*                  (SP-VEREIN-NR, siehe SPIELER): Vereins-
000548*                  nummer wird beim Start erfragt, 00 = alle
000550*                  Vereine wie bisher.  Vereinsname aus der
000552*                  Vereinsdatei (VEREINSAT) im Listenkopf.
000554*  2026-10-15  AH  Altersgruppe aus dem Geburtsdatum (SP-
000556*                  GEBURTSDATUM) zum Listendatum statt aus
000558*                  SP-ALTER; wahlweise Jugend nach den Bezirks-
000560*                  Altersklassen U10 bis U20 (Geburtsjahrgang).
000562*  2026-10-15  AH  Vereinsauswahl: fehlt die Vereinsdatei, wird
000564*                  die Rangliste fuer alle Vereine erstellt.
000566*================================================================
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000680         FILE STATUS IS RANGLISTE-STATUS.
000690
000700     SELECT SORTDATEI ASSIGN TO "SORTWERK".
000701
000702     SELECT VEREINSDATEI ASSIGN TO "VEREINSDATEI"
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS DYNAMIC
000705         RECORD KEY IS VE-VEREIN-NR
000706         FILE STATUS IS VEREIN-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000840     05  SR-NAME                 PIC X(25).
000850     05  SR-SPIELE               PIC 9(04).
000860     05  SR-VERALTET             PIC X(01).
000861
000862 FD  VEREINSDATEI.
000863 COPY VEREINSAT.
000870
000880 WORKING-STORAGE SECTION.
000890 01  SPIELER-STATUS              PIC X(02).
000900 01  RANGLISTE-STATUS            PIC X(02).
000901 01  VEREIN-STATUS               PIC X(02).
000902
000903 01  AUSWAHL-VEREIN              PIC 9(02) VALUE 0.
000904 01  VEREIN-NAME                 PIC X(30) VALUE SPACES.
000910
000920 01  AKTUELLES-DATUM             PIC 9(08).
000930 01  DATUM-AUFBEREITET.
001000 01  VERALTET-STICHTAG           PIC 9(08).
001010 01  JUGEND-GRENZE               PIC 9(03) VALUE 20.
001020 01  GRUPPEN-MAXIMUM             PIC 9(01) VALUE 2.
001021 01  ANTWORT                     PIC X(01).
001022 01  HEUTE.
001023     05  HT-JAHR                 PIC 9(04).
001024     05  HT-MMTT                 PIC 9(04).
001025 01  GEBURT.
001026     05  GB-JAHR                 PIC 9(04).
001027     05  GB-MMTT                 PIC 9(04).
001028 01  SPIELER-ALTER               PIC S9(04).
001029 01  U-IDX                       PIC 9(04) COMP.
001029
001029*  Bezirks-Altersklassen: Gruppe 2 = U20 ... Gruppe 7 = U10
001029 01  U-KLASSEN-WERTE.
001029     05  FILLER                  PIC X(12) VALUE "201816141210".
001029 01  U-KLASSEN-TABELLE REDEFINES U-KLASSEN-WERTE.
001029     05  UK-GRENZE               PIC 9(02) OCCURS 6 TIMES.
001030 01  AKT-GRUPPE                  PIC 9(01) VALUE 0.
001040 01  SPIELER-ANZAHL              PIC 9(08) VALUE 0.
001050 01  RANG-NUMMER                 PIC 9(04) VALUE 0.
001130 01  KOPF-ZEILE-2.
001140     05  FILLER                  PIC X(80) VALUE ALL "=".
001150
001151 01  VEREINS-ZEILE.
001152     05  FILLER                  PIC X(07) VALUE "VEREIN ".
001153     05  VZ-VEREIN-NR            PIC 9(02).
001154     05  FILLER                  PIC X(01) VALUE SPACE.
001155     05  VZ-NAME                 PIC X(30).
001156     05  FILLER                  PIC X(40) VALUE SPACES.
001157
001160 01  GRUPPEN-ZEILE.
001170     05  GZ-GRUPPEN-NAME         PIC X(30).
001180     05  FILLER                  PIC X(50) VALUE SPACES.
001181
001182 01  U-KLASSEN-NAME.
001183     05  FILLER                  PIC X(01) VALUE "U".
001184     05  UN-GRENZE               PIC 9(02).
001185     05  FILLER                  PIC X(11) VALUE " (JAHRGANG ".
001186     05  UN-JAHR                 PIC 9(04).
001187     05  UN-ZUSATZ               PIC X(12).
001188     05  UN-BEREICH REDEFINES UN-ZUSATZ.
001189         10  UN-STRICH           PIC X(01).
001189         10  UN-JAHR-BIS         PIC 9(04).
001189         10  UN-KLAMMER          PIC X(01).
001189         10  FILLER              PIC X(06).
001190
001200 01  SPALTEN-ZEILE.
001210     05  FILLER                  PIC X(06) VALUE "PLATZ ".
001640         88  SPIELERDATEI-OFFEN  VALUE "J".
001650     05  SW-RANGLISTE-OFFEN      PIC X(01) VALUE "N".
001660         88  RANGLISTE-OFFEN     VALUE "J".
001661     05  SW-VEREIN-GEWAEHLT      PIC X(01) VALUE "N".
001662         88  VEREIN-GEWAEHLT     VALUE "J".
001663     05  SW-U-KLASSEN            PIC X(01) VALUE " ".
001664         88  U-KLASSEN           VALUE "J".
001665         88  U-KLASSEN-GEWAEHLT  VALUE "J" "N".
001666     05  SW-KLASSE-GEFUNDEN      PIC X(01) VALUE "N".
001667         88  KLASSE-GEFUNDEN     VALUE "J".
001670
001680 PROCEDURE DIVISION.
001690
002100     END-IF
002110     MOVE "J" TO SW-RANGLISTE-OFFEN
002120
002121     PERFORM 1100-VEREIN-WAEHLEN THRU 1100-VEREIN-WAEHLEN-EXIT
002122         UNTIL VEREIN-GEWAEHLT
002123     PERFORM 1200-KLASSEN-WAEHLEN THRU 1200-KLASSEN-WAEHLEN-EXIT
002124         UNTIL U-KLASSEN-GEWAEHLT
002125     IF U-KLASSEN
002126         MOVE 7 TO GRUPPEN-MAXIMUM
002127     END-IF
002128
002130     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
002135     MOVE AKTUELLES-DATUM TO HEUTE
002140     COMPUTE VERALTET-STICHTAG = AKTUELLES-DATUM - 10000
002150     MOVE AKTUELLES-DATUM(1:4) TO DA-JAHR
002160     MOVE AKTUELLES-DATUM(5:2) TO DA-MONAT
002170     MOVE AKTUELLES-DATUM(7:2) TO DA-TAG
002180     MOVE DATUM-AUFBEREITET TO KZ-STICHTAG
002190     WRITE RL-DRUCKZEILE FROM KOPF-ZEILE-1
002200     WRITE RL-DRUCKZEILE FROM KOPF-ZEILE-2
002201     IF AUSWAHL-VEREIN > 0
002202         MOVE AUSWAHL-VEREIN TO VZ-VEREIN-NR
002203         MOVE VEREIN-NAME TO VZ-NAME
002204         WRITE RL-DRUCKZEILE FROM VEREINS-ZEILE
002205     END-IF.
002206 1000-INITIALISIEREN-EXIT.
002207     EXIT.
002208
002209*----------------------------------------------------------------
002210*  1100-VEREIN-WAEHLEN
002211*  Vereinsnummer erfragen; 00 = alle Vereine (auch Spieler
002212*  ohne Vereinszuordnung).  Ein gewaehlter Verein muss in der
002213*  Vereinsdatei stehen, sonst wird erneut gefragt.  Ist die
002214*  Vereinsdatei nicht zu oeffnen, gilt 00 (wie in DWZWART).
002215*----------------------------------------------------------------
002216 1100-VEREIN-WAEHLEN.
002217     DISPLAY "Rangliste fuer Verein (Nummer, 00 = alle):"
002218     ACCEPT AUSWAHL-VEREIN
002219     IF AUSWAHL-VEREIN = 0
002220         MOVE "J" TO SW-VEREIN-GEWAEHLT
002221         GO TO 1100-VEREIN-WAEHLEN-EXIT
002222     END-IF
002223     OPEN INPUT VEREINSDATEI
002224     IF VEREIN-STATUS NOT = "00"
002225         DISPLAY "Vereinsdatei nicht geoeffnet, Status "
002226             VEREIN-STATUS " - Rangliste fuer alle Vereine."
002227         MOVE 0 TO AUSWAHL-VEREIN
002228         MOVE "J" TO SW-VEREIN-GEWAEHLT
002229         GO TO 1100-VEREIN-WAEHLEN-EXIT
002230     END-IF
002231     MOVE AUSWAHL-VEREIN TO VE-VEREIN-NR
002232     READ VEREINSDATEI
002233         INVALID KEY
002234             DISPLAY "Verein " AUSWAHL-VEREIN " ist nicht in "
002235                 "der Vereinsdatei angelegt."
002236         NOT INVALID KEY
002237             MOVE "J" TO SW-VEREIN-GEWAEHLT
002238             MOVE VE-NAME TO VEREIN-NAME
002239     END-READ
002240     CLOSE VEREINSDATEI.
002241 1100-VEREIN-WAEHLEN-EXIT.
002242     EXIT.
002243
002244*----------------------------------------------------------------
002245*  1200-KLASSEN-WAEHLEN
002246*  J = Jugend nach den Bezirks-Altersklassen U20 bis U10,
002247*  N = eine Jugendgruppe unter 20 wie bisher.
002248*----------------------------------------------------------------
002249 1200-KLASSEN-WAEHLEN.
002250     DISPLAY "Jugend nach Altersklassen U10 bis U20 "
002251         "aufteilen (J/N)?"
002252     ACCEPT ANTWORT
002253     INSPECT ANTWORT CONVERTING "jn" TO "JN"
002254     MOVE ANTWORT TO SW-U-KLASSEN
002255     IF NOT U-KLASSEN-GEWAEHLT
002256         DISPLAY "Bitte J oder N eingeben."
002257     END-IF.
002258 1200-KLASSEN-WAEHLEN-EXIT.
002259     EXIT.
002260
002261*----------------------------------------------------------------
002262*  2000-SPIELER-EINLESEN
002263*  Eingabe-Prozedur des SORT: Stammdatei satzweise lesen und je
002270*  aktiven Spieler einen Sortiersatz freigeben (Gruppe 1 =
002280*  Erwachsene, 2 = Jugend bzw. 2 bis 7 = U20 bis U10;
002285*  Veraltet-Kennzeichen siehe oben).
002290*----------------------------------------------------------------
002300 2000-SPIELER-EINLESEN.
002310     PERFORM 2100-SPIELER-FREIGEBEN
002410         NOT AT END
002420             IF SP-GESPERRT
002430                 CONTINUE
002431             ELSE
002432                 IF AUSWAHL-VEREIN > 0
002433                         AND (SP-VEREIN-NR NOT NUMERIC
002434                              OR SP-VEREIN-NR NOT =
002435                                 AUSWAHL-VEREIN)
002436                     CONTINUE
002440                 ELSE
002450                     PERFORM 2200-GRUPPE-BESTIMMEN
002460                         THRU 2200-GRUPPE-BESTIMMEN-EXIT
002500                     MOVE SP-DWZ TO SR-DWZ
002510                     MOVE SP-NAME TO SR-NAME
002520                     MOVE SP-SPIELE-GEZAEHLT TO SR-SPIELE
002530                     IF SP-LETZTE-BEWERTUNG IS NUMERIC
002540                             AND SP-LETZTE-BEWERTUNG NOT <
002550                                 VERALTET-STICHTAG
002560                         MOVE SPACE TO SR-VERALTET
002570                     ELSE
002580                         MOVE "*" TO SR-VERALTET
002590                     END-IF
002600                     RELEASE SR-SATZ
002610                     ADD 1 TO SPIELER-ANZAHL
002620                 END-IF
002625             END-IF
002630     END-READ.
002640 2100-SPIELER-FREIGEBEN-EXIT.
002650     EXIT.
002651
002652*----------------------------------------------------------------
002653*  2200-GRUPPE-BESTIMMEN
002654*  Altersgruppe aus dem Geburtsdatum zum Listendatum; ohne
002655*  (gueltiges) Geburtsdatum Gruppe 1 (Erwachsene).  U-Klassen
002656*  nach dem Jahrgang: Differenz Listenjahr minus Geburtsjahr
002657*  bis 10 = U10, bis 12 = U12 usw., ueber 20 Erwachsene.
002658*----------------------------------------------------------------
002659 2200-GRUPPE-BESTIMMEN.
002660     MOVE 1 TO SR-GRUPPE
002661     IF SP-GEBURTSDATUM NOT NUMERIC
002662         GO TO 2200-GRUPPE-BESTIMMEN-EXIT
002663     END-IF
002664     IF SP-GEBURTSDATUM = 0 OR SP-GEBURTSDATUM > AKTUELLES-DATUM
002665         GO TO 2200-GRUPPE-BESTIMMEN-EXIT
002666     END-IF
002667     MOVE SP-GEBURTSDATUM TO GEBURT
002668     COMPUTE SPIELER-ALTER = HT-JAHR - GB-JAHR
002669     IF U-KLASSEN
002670         MOVE "N" TO SW-KLASSE-GEFUNDEN
002671         PERFORM 2210-KLASSE-SUCHEN THRU 2210-KLASSE-SUCHEN-EXIT
002672             VARYING U-IDX FROM 6 BY -1
002673             UNTIL U-IDX < 1 OR KLASSE-GEFUNDEN
002674         GO TO 2200-GRUPPE-BESTIMMEN-EXIT
002675     END-IF
002676     IF HT-MMTT < GB-MMTT
002677         SUBTRACT 1 FROM SPIELER-ALTER
002678     END-IF
002679     IF SPIELER-ALTER < JUGEND-GRENZE
002680         MOVE 2 TO SR-GRUPPE
002681     END-IF.
002682 2200-GRUPPE-BESTIMMEN-EXIT.
002683     EXIT.
002684
002685 2210-KLASSE-SUCHEN.
002686     IF SPIELER-ALTER NOT > UK-GRENZE(U-IDX)
002687         COMPUTE SR-GRUPPE = U-IDX + 1
002688         MOVE "J" TO SW-KLASSE-GEFUNDEN
002689     END-IF.
002690 2210-KLASSE-SUCHEN-EXIT.
002691     EXIT.
002660
002670*----------------------------------------------------------------
002680*  4000-LISTE-DRUCKEN
003260     IF AKT-GRUPPE = 1
003270         MOVE "ERWACHSENE (AB 20)" TO GZ-GRUPPEN-NAME
003280     ELSE
003285         IF U-KLASSEN
003286             PERFORM 4310-KLASSENNAME-BILDEN
003287                 THRU 4310-KLASSENNAME-BILDEN-EXIT
003288         ELSE
003290             MOVE "JUGEND (UNTER 20)" TO GZ-GRUPPEN-NAME
003295         END-IF
003300     END-IF
003310     WRITE RL-DRUCKZEILE FROM LEER-ZEILE
003320     WRITE RL-DRUCKZEILE FROM GRUPPEN-ZEILE
003350     MOVE 0 TO RANG-NUMMER.
003360 4300-GRUPPE-WECHSELN-EXIT.
003370     EXIT.
003371
003372*----------------------------------------------------------------
003373*  4310-KLASSENNAME-BILDEN
003374*  Kopf einer U-Klasse mit den Jahrgaengen, z.B. "U12
003375*  (JAHRGANG 2014/2015)", bei U10 "... UND JUENGER".
003376*----------------------------------------------------------------
003377 4310-KLASSENNAME-BILDEN.
003378     COMPUTE U-IDX = AKT-GRUPPE - 1
003379     MOVE UK-GRENZE(U-IDX) TO UN-GRENZE
003380     COMPUTE UN-JAHR = HT-JAHR - UK-GRENZE(U-IDX)
003381     IF U-IDX = 6
003382         MOVE " U. JUENGER)" TO UN-ZUSATZ
003383     ELSE
003384         MOVE SPACES TO UN-ZUSATZ
003385         MOVE "/" TO UN-STRICH
003386         COMPUTE UN-JAHR-BIS = HT-JAHR - UK-GRENZE(U-IDX + 1) - 1
003387         MOVE ")" TO UN-KLAMMER
003388     END-IF
003389     MOVE U-KLASSEN-NAME TO GZ-GRUPPEN-NAME.
003390 4310-KLASSENNAME-BILDEN-EXIT.
003391     EXIT.
003380
003390 4400-GRUPPENSUMME-DRUCKEN.
003400     WRITE RL-DRUCKZEILE FROM TRENN-ZEILE
