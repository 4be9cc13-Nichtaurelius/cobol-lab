000100*================================================================
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. DWZAUFF.
000130 AUTHOR. A. HOLZMANN.
000140 INSTALLATION. SCHACHVEREIN RECHENZENTRUM.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED. 2026-10-15.
000170*----------------------------------------------------------------
000180*  DWZAUFF sucht in der Partie-Historie (PARTIEDATEI) und im
000190*  Bewertungs-Protokoll (PROTOKOLLDATEI) eines Zeitraums nach
000200*  auffaelligen Mustern und druckt sie in der Liste AUFFLISTE -
000210*  bisher musste der Wertungsreferent bei einer Anfrage, ob sich
000220*  Spieler gegenseitig Punkte zuschieben, eine Nacht lang die
000230*  Partieliste durchsehen.  Geprueft wird:
000240*    1. Paarungen:  zwei Mitglieder spielen im Zeitraum oft
000250*       gegeneinander (vereinsinterne Partien), und die Punkte
000260*       gehen weit ueberwiegend an eine Seite.
000270*    2. DWZ-Gewinn:  die Bewertungen eines Spielers im Zeitraum
000280*       ergeben zusammen einen grossen DWZ-Gewinn, seine Partien
000290*       gingen aber nur gegen wenige verschiedene Gegner.
000300*    3. Erwartung:  ein Turnier oder eine Einzelpartie liegt weit
000310*       ueber der erwarteten Punktzahl (Protokoll "T" bzw. "W"/
000320*       "D"/"L").
000330*    4. Ratinglimit:  ein Teilnehmer eines Turniers mit DWZ-
000340*       Obergrenze (TU-DWZ-GRENZE, siehe TURNSAT) lag kurz vor
000350*       dem Turnier noch ueber der Grenze und ist durch die
000360*       Bewertungen der Monate davor unter sie gefallen.
000370*  Je Fund stehen die Spieler bzw. das Paar, die gemessene
000380*  Abweichung und darunter die Partien (Partiesaetze) bzw.
000390*  Protokolleintraege, auf denen er beruht.  Die Pruefgrenzen
000400*  stehen als Konstanten (PRUEFGRENZEN) im Programm und im
000410*  Listenkopf.  Die Liste gibt nur Hinweise; ob ein Fall naeher
000420*  anzusehen ist, entscheidet der Vorstand.
000430*
000440*  Eine Partie gehoert zum Zeitraum, wenn das Datum ihres
000450*  Turniers (TURNIERDATEI) darin liegt; stornierte Turniere und
000460*  kampflose Partien/Freilose bleiben aussen vor.  Fuer die
000470*  Pruefung 4 werden auch Protokolleintraege aus den Monaten vor
000480*  dem Zeitraum gelesen; reicht das hinter den letzten Jahres-
000490*  abschluss (DWZARCH) zurueck, wird vorher das Archiv (ARCHIV-
000500*  DATEI) gelesen (wie in DWZGEBR).  Einzelpartien aus DWZ haben
000510*  keinen Partiesatz und zaehlen bei Pruefung 2 nicht mit.
000520*
000530*  Nur lesend - alle Dateien ausser der Liste bleiben unberuehrt.
000540*  RETURN-CODE 4, wenn eine Tabelle uebergelaufen ist (die Liste
000550*  ist dann unvollstaendig).
000560*----------------------------------------------------------------
000570*  AENDERUNGEN:
000580*  2026-10-15  AH  Neu angelegt fuer die Auffaelligkeiten-Liste
000590*                  ueber Partie-Historie und Protokoll.
000600*================================================================
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SPECIAL-NAMES.
000640     DECIMAL-POINT IS COMMA.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT PARTIEDATEI ASSIGN TO "PARTIEDATEI"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS PARTIE-STATUS.
000700
000710     SELECT PROTOKOLLDATEI ASSIGN TO "PROTOKOLLDATEI"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS PROTOKOLL-STATUS.
000740
000750     SELECT ARCHIVDATEI ASSIGN TO "ARCHIVDATEI"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS ARCHIV-STATUS.
000780
000790     SELECT TURNIERDATEI ASSIGN TO "TURNIERDATEI"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS TU-TURNIER-ID
000830         FILE STATUS IS TURNIER-STATUS.
000840
000850     SELECT SPIELERDATEI ASSIGN TO "SPIELERDATEI"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS SP-SPIELER-ID
000890         FILE STATUS IS SPIELER-STATUS.
000900
000910     SELECT AUFFLISTE ASSIGN TO "AUFFLISTE"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS LISTE-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  PARTIEDATEI.
000980 COPY SPIELSAT.
000990
001000 FD  PROTOKOLLDATEI.
001010 COPY AUDZEIL.
001020
001030 FD  ARCHIVDATEI.
001040 01  AR-ZEILE                    PIC X(120).
001050
001060 FD  TURNIERDATEI.
001070 COPY TURNSAT.
001080
001090 FD  SPIELERDATEI.
001100 COPY SPIELER.
001110
001120 FD  AUFFLISTE.
001130 01  AL-DRUCKZEILE               PIC X(80).
001140
001150 WORKING-STORAGE SECTION.
001160 01  PARTIE-STATUS               PIC X(02).
001170 01  PROTOKOLL-STATUS            PIC X(02).
001180 01  ARCHIV-STATUS               PIC X(02).
001190 01  TURNIER-STATUS              PIC X(02).
001200 01  SPIELER-STATUS              PIC X(02).
001210 01  LISTE-STATUS                PIC X(02).
001220
001230 01  VON-DATUM                   PIC 9(08).
001240 01  BIS-DATUM                   PIC 9(08).
001250 01  LADE-AB                     PIC 9(08).
001260 01  FENSTER-AB                  PIC 9(08).
001270 01  ABSCHLUSS-STICHTAG          PIC 9(08) VALUE 0.
001280 01  MONATS-RECHNUNG.
001290     05  MR-JAHR                 PIC 9(04).
001300     05  MR-MONAT                PIC 9(02).
001310     05  MR-TAG                  PIC 9(02).
001320
001330*  Pruefgrenzen (stehen auch im Listenkopf)
001340 01  PRUEFGRENZEN.
001350     05  PAAR-MIN-PARTIEN        PIC 9(02) VALUE 4.
001360     05  PAAR-MIN-QUOTE          PIC 9(03) VALUE 80.
001370     05  GEWINN-MIN              PIC 9(03) VALUE 100.
001380     05  GEGNER-MAX              PIC 9(02) VALUE 3.
001390     05  ABWEICH-MIN-TURNIER     PIC 9(01)V9(02) VALUE 2,00.
001400     05  ABWEICH-MIN-PARTIE      PIC 9(01)V9(02) VALUE 0,85.
001410     05  VORLAUF-MONATE          PIC 9(01) VALUE 3.
001420
001430*  Turniere mit Datum und DWZ-Obergrenze (ohne stornierte)
001440 01  TURNIER-TABELLE.
001450     05  TT-ANZAHL               PIC 9(04) COMP VALUE 0.
001460     05  TT-EINTRAG OCCURS 1000 TIMES.
001470         10  TT-TURNIER-ID       PIC X(08).
001480         10  TT-DATUM            PIC 9(08).
001490         10  TT-GRENZE           PIC 9(04).
001500 01  TT-MAXIMUM                  PIC 9(04) VALUE 1000.
001510 01  TT-IDX                      PIC 9(04) COMP.
001520 01  TT-TREFFER-IDX              PIC 9(04) COMP.
001530
001540*  Gewertete Partien (W/D/L) des Zeitraums aus der PARTIEDATEI;
001550*  PA-ART "I" = vereinsintern (PA-GEGNER-NR = Spielernummer),
001560*  "F" = Fremdspieler (Fremd-ID), Leerzeichen = nur getippte
001570*  DWZ (PA-GEGNER-NR = Gegner-DWZ).
001580 01  PARTIE-TABELLE.
001590     05  PA-ANZAHL               PIC 9(04) COMP VALUE 0.
001600     05  PA-EINTRAG OCCURS 5000 TIMES.
001610         10  PA-TURNIER-ID       PIC X(08).
001620         10  PA-DATUM            PIC 9(08).
001630         10  PA-RUNDE            PIC 9(02).
001640         10  PA-SPIELER-ID       PIC 9(06).
001650         10  PA-ART              PIC X(01).
001660         10  PA-GEGNER-NR        PIC 9(08).
001670         10  PA-ERGEBNIS         PIC X(01).
001680 01  PA-MAXIMUM                  PIC 9(04) VALUE 5000.
001690 01  PA-IDX                      PIC 9(04) COMP.
001700
001710*  DWZ-wirksame Protokolleintraege ab LADE-AB bis BIS-DATUM
001720 01  PROTOKOLL-TABELLE.
001730     05  PT-ANZAHL               PIC 9(04) COMP VALUE 0.
001740     05  PT-EINTRAG OCCURS 5000 TIMES.
001750         10  PT-DATUM            PIC 9(08).
001760         10  PT-SPIELER-ID       PIC 9(06).
001770         10  PT-CODE             PIC X(01).
001780         10  PT-ALT-DWZ          PIC 9(04).
001790         10  PT-NEUE-DWZ         PIC 9(04).
001800         10  PT-TURNIER-ID       PIC X(08).
001810         10  PT-GEGNERZAHL       PIC 9(04).
001820         10  PT-PUNKTE           PIC 9(02)V9(01).
001830         10  PT-ERWARTUNG        PIC 9(02)V9(04).
001840         10  PT-MIT-PUNKTEN      PIC X(01).
001850 01  PT-MAXIMUM                  PIC 9(04) VALUE 5000.
001860 01  PT-IDX                      PIC 9(04) COMP.
001870
001880*  Vereinsinterne Paarungen (ID-A < ID-B), Punkte aus Sicht A
001890 01  PAAR-TABELLE.
001900     05  PR-ANZAHL               PIC 9(04) COMP VALUE 0.
001910     05  PR-EINTRAG OCCURS 2000 TIMES.
001920         10  PR-ID-A             PIC 9(06).
001930         10  PR-ID-B             PIC 9(06).
001940         10  PR-PARTIEN          PIC 9(04).
001950         10  PR-PUNKTE-A         PIC 9(04)V9(01).
001960 01  PR-MAXIMUM                  PIC 9(04) VALUE 2000.
001970 01  PR-IDX                      PIC 9(04) COMP.
001980 01  PR-TREFFER-IDX              PIC 9(04) COMP.
001990
002000*  DWZ-Gewinn je Spieler im Zeitraum
002010 01  GEWINN-TABELLE.
002020     05  SG-ANZAHL               PIC 9(04) COMP VALUE 0.
002030     05  SG-EINTRAG OCCURS 2000 TIMES.
002040         10  SG-SPIELER-ID       PIC 9(06).
002050         10  SG-GEWINN           PIC S9(05).
002060         10  SG-EREIGNISSE       PIC 9(04).
002070 01  SG-MAXIMUM                  PIC 9(04) VALUE 2000.
002080 01  SG-IDX                      PIC 9(04) COMP.
002090 01  SG-TREFFER-IDX              PIC 9(04) COMP.
002100
002110*  Verschiedene Gegner eines Spielers (je Pruefung neu gefuellt)
002120 01  GEGNER-TABELLE.
002130     05  GT-ANZAHL               PIC 9(04) COMP VALUE 0.
002140     05  GT-EINTRAG OCCURS 200 TIMES.
002150         10  GT-ART              PIC X(01).
002160         10  GT-NR               PIC 9(08).
002170 01  GT-MAXIMUM                  PIC 9(04) VALUE 200.
002180 01  GT-IDX                      PIC 9(04) COMP.
002190
002200*  Teilnehmer eines Turniers mit DWZ-Obergrenze
002210 01  TEILNEHMER-TABELLE.
002220     05  TN-ANZAHL               PIC 9(04) COMP VALUE 0.
002230     05  TN-EINTRAG OCCURS 500 TIMES.
002240         10  TN-SPIELER-ID       PIC 9(06).
002250 01  TN-MAXIMUM                  PIC 9(04) VALUE 500.
002260 01  TN-IDX                      PIC 9(04) COMP.
002270
002280 01  EINTRAG-ERGEBNIS            PIC X(01).
002290 01  EINTRAG-PUNKTE              PIC 9(01)V9(01).
002300 01  ID-A                        PIC 9(06).
002310 01  ID-B                        PIC 9(06).
002320 01  PUNKTE-A                    PIC 9(01)V9(01).
002330 01  PUNKTE-B                    PIC 9(04)V9(01).
002340 01  QUOTE-PROZENT               PIC 9(03).
002350 01  ABWEICHUNG                  PIC S9(03)V9(02).
002360 01  AKT-SPIELER-ID              PIC 9(06).
002370 01  AKT-TURNIER-ID              PIC X(08).
002380 01  GEGNER-ART                  PIC X(01).
002390 01  GEGNER-NR                   PIC 9(08).
002400 01  GEGNER-ZAHL                 PIC 9(04).
002410 01  SPIELER-PARTIEN             PIC 9(04).
002420 01  DWZ-JE-GEGNER               PIC S9(04).
002430 01  NEUER-TEILNEHMER            PIC 9(06).
002440 01  FENSTER-ZAHL                PIC 9(04).
002450 01  FENSTER-ALT                 PIC 9(04).
002460 01  FENSTER-NEU                 PIC 9(04).
002470 01  PARTIE-ZAEHLER              PIC 9(04).
002480 01  NAME-ID                     PIC 9(06).
002490 01  NAME-TEXT                   PIC X(25).
002500 01  ABSCHNITT-ZAEHLER           PIC 9(04) VALUE 0.
002510 01  GESAMT-ZAEHLER              PIC 9(04) VALUE 0.
002520
002530 01  KOPF-ZEILE-1.
002540     05  FILLER                  PIC X(22)
002550             VALUE "AUFFAELLIGKEITEN  VON ".
002560     05  KZ-VON                  PIC 9(08).
002570     05  FILLER                  PIC X(05) VALUE " BIS ".
002580     05  KZ-BIS                  PIC 9(08).
002590     05  FILLER                  PIC X(37) VALUE SPACES.
002600
002610 01  KOPF-ZEILE-2.
002620     05  FILLER                  PIC X(80) VALUE ALL "=".
002630
002640 01  GRENZEN-ZEILE-1.
002650     05  FILLER                  PIC X(26)
002660             VALUE "PRUEFGRENZEN: PAARUNG AB ".
002670     05  GK-PARTIEN              PIC Z9.
002680     05  FILLER                  PIC X(14) VALUE " PARTIEN, AB ".
002690     05  GK-QUOTE                PIC ZZ9.
002700     05  FILLER                  PIC X(20)
002710             VALUE "% FUER EINE SEITE;  ".
002720     05  FILLER                  PIC X(15) VALUE SPACES.
002730
002740 01  GRENZEN-ZEILE-2.
002750     05  FILLER                  PIC X(14) VALUE "  DWZ-PLUS AB ".
002760     05  GK-GEWINN               PIC ZZ9.
002770     05  FILLER                  PIC X(17)
002780             VALUE " BEI HOECHSTENS ".
002790     05  GK-GEGNER               PIC Z9.
002800     05  FILLER                  PIC X(19)
002810             VALUE " GEGNERN;  PUNKTE ".
002820     05  GK-TURNIER              PIC 9,99.
002830     05  FILLER                  PIC X(09) VALUE " TURNIER/".
002840     05  GK-PARTIE               PIC 9,99.
002850     05  FILLER                  PIC X(08) VALUE " PARTIE ".
002860
002870 01  GRENZEN-ZEILE-3.
002880     05  FILLER                  PIC X(38)
002890             VALUE "  UEBER DER ERWARTUNG; DWZ-VERLUST IN ".
002900     05  GK-MONATE               PIC 9(01).
002910     05  FILLER                  PIC X(35)
002920             VALUE " MONATEN VOR TURNIER MIT DWZ-GRENZE".
002930     05  FILLER                  PIC X(06) VALUE SPACES.
002940
002950 01  ABSCHNITT-ZEILE.
002960     05  AZ-TEXT                 PIC X(60).
002970     05  FILLER                  PIC X(20) VALUE SPACES.
002980
002990 01  TRENN-ZEILE.
003000     05  FILLER                  PIC X(80) VALUE ALL "-".
003010
003020 01  PAAR-ZEILE.
003030     05  FILLER                  PIC X(05) VALUE "PAAR ".
003040     05  PZ-ID-A                 PIC 9(06).
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  PZ-NAME-A               PIC X(25).
003070     05  FILLER                  PIC X(03) VALUE " - ".
003080     05  PZ-ID-B                 PIC 9(06).
003090     05  FILLER                  PIC X(01) VALUE SPACE.
003100     05  PZ-NAME-B               PIC X(25).
003110     05  FILLER                  PIC X(08) VALUE SPACES.
003120
003130 01  PAAR-WERT-ZEILE.
003140     05  FILLER                  PIC X(13) VALUE "     PARTIEN ".
003150     05  PW-PARTIEN              PIC ZZ9.
003160     05  FILLER                  PIC X(09) VALUE "  PUNKTE ".
003170     05  PW-PUNKTE-A             PIC ZZ9,9.
003180     05  FILLER                  PIC X(03) VALUE " : ".
003190     05  PW-PUNKTE-B             PIC ZZ9,9.
003200     05  FILLER                  PIC X(08) VALUE "  QUOTE ".
003210     05  PW-QUOTE                PIC ZZ9.
003220     05  FILLER                  PIC X(14)
003230             VALUE "%  ABWEICHUNG ".
003240     05  PW-ABWEICHUNG           PIC +ZZ9,9.
003250     05  FILLER                  PIC X(11) VALUE SPACES.
003260
003270 01  SPIELER-ZEILE.
003280     05  FILLER                  PIC X(08) VALUE "SPIELER ".
003290     05  SZ-SPIELER-ID           PIC 9(06).
003300     05  FILLER                  PIC X(01) VALUE SPACE.
003310     05  SZ-NAME                 PIC X(25).
003320     05  FILLER                  PIC X(10) VALUE "  TURNIER ".
003330     05  SZ-TURNIER-ID           PIC X(08).
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  SZ-DATUM                PIC 9(08).
003360     05  FILLER                  PIC X(13) VALUE SPACES.
003370
003380 01  GEWINN-WERT-ZEILE.
003390     05  FILLER                  PIC X(14) VALUE "     DWZ-PLUS ".
003400     05  GW-GEWINN               PIC +ZZZ9.
003410     05  FILLER                  PIC X(13) VALUE "  EREIGNISSE ".
003420     05  GW-EREIGNISSE           PIC ZZ9.
003430     05  FILLER                  PIC X(10) VALUE "  PARTIEN ".
003440     05  GW-PARTIEN              PIC ZZ9.
003450     05  FILLER                  PIC X(09) VALUE "  GEGNER ".
003460     05  GW-GEGNER               PIC Z9.
003470     05  FILLER                  PIC X(12) VALUE "  JE GEGNER ".
003480     05  GW-JE-GEGNER            PIC +ZZZ9.
003490     05  FILLER                  PIC X(04) VALUE SPACES.
003500
003510 01  ERWART-WERT-ZEILE.
003520     05  FILLER                  PIC X(13) VALUE "     PARTIEN ".
003530     05  EW-PARTIEN              PIC ZZ9.
003540     05  FILLER                  PIC X(09) VALUE "  PUNKTE ".
003550     05  EW-PUNKTE               PIC ZZ9,9.
003560     05  FILLER                  PIC X(10) VALUE "  ERWART. ".
003570     05  EW-ERWARTUNG            PIC Z9,99.
003580     05  FILLER                  PIC X(14)
003590             VALUE "  ABWEICHUNG ".
003600     05  EW-ABWEICHUNG           PIC +Z9,99.
003610     05  FILLER                  PIC X(06) VALUE "  DWZ ".
003620     05  EW-ALT-DWZ              PIC 9(04).
003630     05  FILLER                  PIC X(01) VALUE "-".
003640     05  EW-NEUE-DWZ             PIC 9(04).
003650
003660 01  GRENZ-ZEILE.
003670     05  FILLER                  PIC X(08) VALUE "TURNIER ".
003680     05  GZ-TURNIER-ID           PIC X(08).
003690     05  FILLER                  PIC X(01) VALUE SPACE.
003700     05  GZ-DATUM                PIC 9(08).
003710     05  FILLER                  PIC X(09) VALUE " DWZ BIS ".
003720     05  GZ-GRENZE               PIC 9(04).
003730     05  FILLER                  PIC X(10) VALUE "  SPIELER ".
003740     05  GZ-SPIELER-ID           PIC 9(06).
003750     05  FILLER                  PIC X(01) VALUE SPACE.
003760     05  GZ-NAME                 PIC X(25).
003770
003780 01  GRENZ-WERT-ZEILE.
003790     05  FILLER                  PIC X(09) VALUE "     DWZ ".
003800     05  GV-ALT-DWZ              PIC 9(04).
003810     05  FILLER                  PIC X(04) VALUE " -> ".
003820     05  GV-NEUE-DWZ             PIC 9(04).
003830     05  FILLER                  PIC X(10) VALUE "  VERLUST ".
003840     05  GV-VERLUST              PIC ZZZ9.
003850     05  FILLER                  PIC X(13) VALUE "  EREIGNISSE ".
003860     05  GV-EREIGNISSE           PIC Z9.
003870     05  FILLER                  PIC X(05) VALUE "  IN ".
003880     05  GV-MONATE               PIC 9(01).
003890     05  FILLER                  PIC X(24)
003900             VALUE " MONATEN VOR DEM TURNIER".
003910
003920 01  PARTIE-ZEILE.
003930     05  FILLER                  PIC X(06) VALUE SPACES.
003940     05  PL-TURNIER-ID           PIC X(08).
003950     05  FILLER                  PIC X(02) VALUE SPACES.
003960     05  PL-DATUM                PIC 9(08).
003970     05  FILLER                  PIC X(05) VALUE "  RD ".
003980     05  PL-RUNDE                PIC Z9.
003990     05  FILLER                  PIC X(02) VALUE SPACES.
004000     05  PL-SPIELER-ID           PIC 9(06).
004010     05  FILLER                  PIC X(01) VALUE SPACE.
004020     05  PL-ERGEBNIS             PIC X(01).
004030     05  FILLER                  PIC X(02) VALUE SPACES.
004040     05  PL-GEGNER-ART           PIC X(06).
004050     05  FILLER                  PIC X(01) VALUE SPACE.
004060     05  PL-GEGNER-NR            PIC Z(07)9.
004070     05  FILLER                  PIC X(01) VALUE SPACE.
004080     05  PL-GEGNER-NAME          PIC X(21).
004090
004100 01  EREIGNIS-ZEILE.
004110     05  FILLER                  PIC X(06) VALUE SPACES.
004120     05  EL-DATUM                PIC 9(08).
004130     05  FILLER                  PIC X(02) VALUE SPACES.
004140     05  EL-CODE                 PIC X(01).
004150     05  FILLER                  PIC X(02) VALUE SPACES.
004160     05  EL-TURNIER-ID           PIC X(08).
004170     05  FILLER                  PIC X(02) VALUE SPACES.
004180     05  EL-ALT-DWZ              PIC 9(04).
004190     05  FILLER                  PIC X(04) VALUE " -> ".
004200     05  EL-NEUE-DWZ             PIC 9(04).
004210     05  FILLER                  PIC X(10) VALUE "  PUNKTE ".
004220     05  EL-PUNKTE               PIC ZZ9,9.
004230     05  FILLER                  PIC X(10) VALUE "  ERWART. ".
004240     05  EL-ERWARTUNG            PIC Z9,99.
004250     05  FILLER                  PIC X(09) VALUE SPACES.
004260
004270 01  EINZEL-ZEILE.
004280     05  FILLER                  PIC X(36)
004290             VALUE "      EINZELPARTIE OHNE PARTIESATZ, ".
004300     05  FILLER                  PIC X(11) VALUE "GEGNER-DWZ ".
004310     05  EZ-GEGNER-DWZ           PIC 9(04).
004320     05  FILLER                  PIC X(29) VALUE SPACES.
004330
004340 01  ANZAHL-ZEILE.
004350     05  FILLER                  PIC X(05) VALUE SPACES.
004360     05  AN-ANZAHL               PIC ZZZ9.
004370     05  FILLER                  PIC X(17)
004380             VALUE " AUFFAELLIGKEITEN".
004390     05  FILLER                  PIC X(54) VALUE SPACES.
004400
004410 01  KEINE-ZEILE.
004420     05  FILLER                  PIC X(27)
004430             VALUE "     KEINE AUFFAELLIGKEITEN".
004440     05  FILLER                  PIC X(53) VALUE SPACES.
004450
004460 01  GESAMT-ZEILE.
004470     05  FILLER                  PIC X(10) VALUE "INSGESAMT ".
004480     05  GS-ANZAHL               PIC ZZZ9.
004490     05  FILLER                  PIC X(17)
004500             VALUE " AUFFAELLIGKEITEN".
004510     05  FILLER                  PIC X(49) VALUE SPACES.
004520
004530 01  HINWEIS-ZEILE.
004540     05  FILLER                  PIC X(44)
004550             VALUE "NUR HINWEISE - OB EIN FALL NAEHER ZU PRUEFEN".
004560     05  FILLER                  PIC X(30)
004570             VALUE " IST, ENTSCHEIDET DER VORSTAND".
004580     05  FILLER                  PIC X(06) VALUE SPACES.
004590
004600 01  LEER-ZEILE                  PIC X(80) VALUE SPACES.
004610
004620 01  SCHALTER-BEREICH.
004630     05  SW-DATEIEN-OFFEN        PIC X(01) VALUE "N".
004640         88  DATEIEN-OFFEN       VALUE "J".
004650     05  SW-SPIELERDATEI-OFFEN   PIC X(01) VALUE "N".
004660         88  SPIELERDATEI-OFFEN  VALUE "J".
004670     05  SW-TURNIER-ENDE         PIC X(01) VALUE "N".
004680         88  TURNIER-ENDE        VALUE "J".
004690     05  SW-PARTIE-ENDE          PIC X(01) VALUE "N".
004700         88  PARTIE-ENDE         VALUE "J".
004710     05  SW-PROTOKOLL-ENDE       PIC X(01) VALUE "N".
004720         88  PROTOKOLL-ENDE      VALUE "J".
004730     05  SW-ARCHIV-ENDE          PIC X(01) VALUE "N".
004740         88  ARCHIV-ENDE         VALUE "J".
004750     05  SW-TT-GEFUNDEN          PIC X(01) VALUE "N".
004760         88  TT-GEFUNDEN         VALUE "J".
004770     05  SW-PR-GEFUNDEN          PIC X(01) VALUE "N".
004780         88  PR-GEFUNDEN         VALUE "J".
004790     05  SW-SG-GEFUNDEN          PIC X(01) VALUE "N".
004800         88  SG-GEFUNDEN         VALUE "J".
004810     05  SW-GT-GEFUNDEN          PIC X(01) VALUE "N".
004820         88  GT-GEFUNDEN         VALUE "J".
004830     05  SW-TN-GEFUNDEN          PIC X(01) VALUE "N".
004840         88  TN-GEFUNDEN         VALUE "J".
004850     05  SW-PARTIE-DES-SPIELERS  PIC X(01) VALUE "N".
004860         88  PARTIE-DES-SPIELERS VALUE "J".
004870     05  SW-TABELLE-UEBERLAUF    PIC X(01) VALUE "N".
004880         88  TABELLE-UEBERLAUF   VALUE "J".
004890
004900 PROCEDURE DIVISION.
004910
004920*----------------------------------------------------------------
004930*  0000-MAINLINE
004940*----------------------------------------------------------------
004950 0000-MAINLINE.
004960     PERFORM 1000-INITIALISIEREN THRU 1000-INITIALISIEREN-EXIT
004970     IF DATEIEN-OFFEN
004980         PERFORM 2000-TURNIERE-LADEN THRU 2000-TURNIERE-LADEN-EXIT
004990         PERFORM 2100-PARTIEN-LADEN THRU 2100-PARTIEN-LADEN-EXIT
005000         PERFORM 2200-STICHTAG-ERMITTELN
005010             THRU 2200-STICHTAG-ERMITTELN-EXIT
005020         IF ABSCHLUSS-STICHTAG > 0
005030                 AND LADE-AB NOT > ABSCHLUSS-STICHTAG
005040             PERFORM 2300-ARCHIV-LESEN THRU 2300-ARCHIV-LESEN-EXIT
005050         END-IF
005060         PERFORM 2400-PROTOKOLL-LESEN
005070             THRU 2400-PROTOKOLL-LESEN-EXIT
005080         DISPLAY "Gelesen: " TT-ANZAHL " Turniere, " PA-ANZAHL
005090             " Partien, " PT-ANZAHL " Protokolleintraege."
005100         PERFORM 3000-PAARUNGEN-PRUEFEN
005110             THRU 3000-PAARUNGEN-PRUEFEN-EXIT
005120         PERFORM 4000-GEWINNE-PRUEFEN
005130             THRU 4000-GEWINNE-PRUEFEN-EXIT
005140         PERFORM 5000-ERWARTUNG-PRUEFEN
005150             THRU 5000-ERWARTUNG-PRUEFEN-EXIT
005160         PERFORM 6000-GRENZTURNIERE-PRUEFEN
005170             THRU 6000-GRENZTURNIERE-PRUEFEN-EXIT
005180         PERFORM 7000-SCHLUSS-DRUCKEN
005190             THRU 7000-SCHLUSS-DRUCKEN-EXIT
005200     END-IF
005210     PERFORM 9999-ABSCHLUSS THRU 9999-ABSCHLUSS-EXIT
005220     STOP RUN.
005230
005240*----------------------------------------------------------------
005250*  1000-INITIALISIEREN
005260*  Zeitraum erfragen, Ladebeginn fuer das Protokoll (Zeitraum-
005270*  beginn minus VORLAUF-MONATE) bestimmen, Dateien oeffnen,
005280*  Listenkopf drucken.
005290*----------------------------------------------------------------
005300 1000-INITIALISIEREN.
005310     MOVE 0 TO VON-DATUM
005320     MOVE 0 TO BIS-DATUM
005330     PERFORM 1100-ZEITRAUM-ERFRAGEN
005340         THRU 1100-ZEITRAUM-ERFRAGEN-EXIT
005350         UNTIL VON-DATUM > 0 AND BIS-DATUM NOT < VON-DATUM
005360     MOVE VON-DATUM TO MONATS-RECHNUNG
005370     PERFORM 8000-MONATE-ZURUECK THRU 8000-MONATE-ZURUECK-EXIT
005380     MOVE MONATS-RECHNUNG TO LADE-AB
005390
005400     OPEN INPUT TURNIERDATEI
005410     IF TURNIER-STATUS NOT = "00"
005420         DISPLAY "Turnierdatei nicht geoeffnet, Status "
005430             TURNIER-STATUS
005440         GO TO 1000-INITIALISIEREN-EXIT
005450     END-IF
005460     OPEN INPUT PARTIEDATEI
005470     IF PARTIE-STATUS NOT = "00"
005480         DISPLAY "Partiedatei nicht geoeffnet, Status "
005490             PARTIE-STATUS
005500         CLOSE TURNIERDATEI
005510         GO TO 1000-INITIALISIEREN-EXIT
005520     END-IF
005530     OPEN OUTPUT AUFFLISTE
005540     IF LISTE-STATUS NOT = "00"
005550         DISPLAY "Auffaelligkeiten-Liste nicht geoeffnet, Status "
005560             LISTE-STATUS
005570         CLOSE TURNIERDATEI
005580         CLOSE PARTIEDATEI
005590         GO TO 1000-INITIALISIEREN-EXIT
005600     END-IF
005610     MOVE "J" TO SW-DATEIEN-OFFEN
005620     OPEN INPUT SPIELERDATEI
005630     IF SPIELER-STATUS = "00"
005640         MOVE "J" TO SW-SPIELERDATEI-OFFEN
005650     ELSE
005660         DISPLAY "Spielerdatei nicht geoeffnet, Status "
005670             SPIELER-STATUS " - Liste ohne Spielernamen."
005680     END-IF
005690     PERFORM 1200-KOPF-DRUCKEN THRU 1200-KOPF-DRUCKEN-EXIT.
005700 1000-INITIALISIEREN-EXIT.
005710     EXIT.
005720
005730 1100-ZEITRAUM-ERFRAGEN.
005740     DISPLAY "Pruefung von Datum (JJJJMMTT):"
005750     ACCEPT VON-DATUM
005760     DISPLAY "Pruefung bis Datum (JJJJMMTT):"
005770     ACCEPT BIS-DATUM
005780     IF VON-DATUM = 0 OR BIS-DATUM < VON-DATUM
005790         DISPLAY "Ungueltiger Zeitraum - bitte erneut eingeben."
005800     END-IF.
005810 1100-ZEITRAUM-ERFRAGEN-EXIT.
005820     EXIT.
005830
005840 1200-KOPF-DRUCKEN.
005850     MOVE VON-DATUM TO KZ-VON
005860     MOVE BIS-DATUM TO KZ-BIS
005870     WRITE AL-DRUCKZEILE FROM KOPF-ZEILE-1
005880     WRITE AL-DRUCKZEILE FROM KOPF-ZEILE-2
005890     MOVE PAAR-MIN-PARTIEN TO GK-PARTIEN
005900     MOVE PAAR-MIN-QUOTE TO GK-QUOTE
005910     WRITE AL-DRUCKZEILE FROM GRENZEN-ZEILE-1
005920     MOVE GEWINN-MIN TO GK-GEWINN
005930     MOVE GEGNER-MAX TO GK-GEGNER
005940     MOVE ABWEICH-MIN-TURNIER TO GK-TURNIER
005950     MOVE ABWEICH-MIN-PARTIE TO GK-PARTIE
005960     WRITE AL-DRUCKZEILE FROM GRENZEN-ZEILE-2
005970     MOVE VORLAUF-MONATE TO GK-MONATE
005980     WRITE AL-DRUCKZEILE FROM GRENZEN-ZEILE-3.
005990 1200-KOPF-DRUCKEN-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------------
006030*  2000-TURNIERE-LADEN
006040*  Alle nicht stornierten Turniere mit Datum und DWZ-Obergrenze
006050*  in die Turnier-Tabelle.
006060*----------------------------------------------------------------
006070 2000-TURNIERE-LADEN.
006080     MOVE "N" TO SW-TURNIER-ENDE
006090     MOVE LOW-VALUES TO TU-TURNIER-ID
006100     START TURNIERDATEI KEY NOT < TU-TURNIER-ID
006110         INVALID KEY
006120             MOVE "J" TO SW-TURNIER-ENDE
006130     END-START
006140     PERFORM 2010-TURNIER-LESEN THRU 2010-TURNIER-LESEN-EXIT
006150         UNTIL TURNIER-ENDE.
006160 2000-TURNIERE-LADEN-EXIT.
006170     EXIT.
006180
006190 2010-TURNIER-LESEN.
006200     READ TURNIERDATEI NEXT
006210         AT END
006220             MOVE "J" TO SW-TURNIER-ENDE
006230             GO TO 2010-TURNIER-LESEN-EXIT
006240     END-READ
006250     IF TU-STORNIERT
006260         GO TO 2010-TURNIER-LESEN-EXIT
006270     END-IF
006280     IF TT-ANZAHL NOT < TT-MAXIMUM
006290         PERFORM 8900-UEBERLAUF-MELDEN
006300             THRU 8900-UEBERLAUF-MELDEN-EXIT
006310         GO TO 2010-TURNIER-LESEN-EXIT
006320     END-IF
006330     ADD 1 TO TT-ANZAHL
006340     MOVE TU-TURNIER-ID TO TT-TURNIER-ID(TT-ANZAHL)
006350     MOVE 0 TO TT-DATUM(TT-ANZAHL)
006360     IF TU-DATUM IS NUMERIC
006370         MOVE TU-DATUM TO TT-DATUM(TT-ANZAHL)
006380     END-IF
006390     MOVE 0 TO TT-GRENZE(TT-ANZAHL)
006400     IF TU-DWZ-GRENZE IS NUMERIC
006410         MOVE TU-DWZ-GRENZE TO TT-GRENZE(TT-ANZAHL)
006420     END-IF.
006430 2010-TURNIER-LESEN-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------------
006470*  2100-PARTIEN-LADEN
006480*  Gewertete Partien (W/D/L) aus Turnieren des Zeitraums in die
006490*  Partie-Tabelle; Partien ohne Turniersatz, kampflose Partien
006500*  und Freilose entfallen.
006510*----------------------------------------------------------------
006520 2100-PARTIEN-LADEN.
006530     MOVE "N" TO SW-PARTIE-ENDE
006540     PERFORM 2110-PARTIE-LESEN THRU 2110-PARTIE-LESEN-EXIT
006550         UNTIL PARTIE-ENDE.
006560 2100-PARTIEN-LADEN-EXIT.
006570     EXIT.
006580
006590 2110-PARTIE-LESEN.
006600     READ PARTIEDATEI
006610         AT END
006620             MOVE "J" TO SW-PARTIE-ENDE
006630         NOT AT END
006640             PERFORM 2120-PARTIE-MERKEN
006650                 THRU 2120-PARTIE-MERKEN-EXIT
006660     END-READ.
006670 2110-PARTIE-LESEN-EXIT.
006680     EXIT.
006690
006700 2120-PARTIE-MERKEN.
006710     IF GS-INTERNE-PARTIE
006720         MOVE GI-ERGEBNIS TO EINTRAG-ERGEBNIS
006730     ELSE
006740         MOVE GS-ERGEBNIS TO EINTRAG-ERGEBNIS
006750     END-IF
006755     INSPECT EINTRAG-ERGEBNIS CONVERTING "wdl" TO "WDL"
006760     IF EINTRAG-ERGEBNIS NOT = "W" AND NOT = "D" AND NOT = "L"
006770         GO TO 2120-PARTIE-MERKEN-EXIT
006780     END-IF
006790     MOVE GS-TURNIER-ID TO AKT-TURNIER-ID
006800     PERFORM 2150-TURNIER-SUCHEN THRU 2150-TURNIER-SUCHEN-EXIT
006810     IF NOT TT-GEFUNDEN
006820         GO TO 2120-PARTIE-MERKEN-EXIT
006830     END-IF
006840     IF TT-DATUM(TT-TREFFER-IDX) < VON-DATUM
006850             OR TT-DATUM(TT-TREFFER-IDX) > BIS-DATUM
006860         GO TO 2120-PARTIE-MERKEN-EXIT
006870     END-IF
006880     IF PA-ANZAHL NOT < PA-MAXIMUM
006890         PERFORM 8900-UEBERLAUF-MELDEN
006900             THRU 8900-UEBERLAUF-MELDEN-EXIT
006910         GO TO 2120-PARTIE-MERKEN-EXIT
006920     END-IF
006930     ADD 1 TO PA-ANZAHL
006940     MOVE GS-TURNIER-ID TO PA-TURNIER-ID(PA-ANZAHL)
006950     MOVE TT-DATUM(TT-TREFFER-IDX) TO PA-DATUM(PA-ANZAHL)
006960     MOVE GS-RUNDE TO PA-RUNDE(PA-ANZAHL)
006970     MOVE GS-SPIELER-ID TO PA-SPIELER-ID(PA-ANZAHL)
006980     MOVE EINTRAG-ERGEBNIS TO PA-ERGEBNIS(PA-ANZAHL)
006990     IF GS-INTERNE-PARTIE
007000         MOVE "I" TO PA-ART(PA-ANZAHL)
007010         MOVE GI-GEGNER-ID TO PA-GEGNER-NR(PA-ANZAHL)
007020         GO TO 2120-PARTIE-MERKEN-EXIT
007030     END-IF
007040     IF GS-FREMD-ID IS NUMERIC AND GS-FREMD-ID > 0
007050         MOVE "F" TO PA-ART(PA-ANZAHL)
007060         MOVE GS-FREMD-ID TO PA-GEGNER-NR(PA-ANZAHL)
007070     ELSE
007080         MOVE SPACE TO PA-ART(PA-ANZAHL)
007090         MOVE GS-GEGNERZAHL TO PA-GEGNER-NR(PA-ANZAHL)
007100     END-IF.
007110 2120-PARTIE-MERKEN-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------
007150*  2150-TURNIER-SUCHEN
007160*  AKT-TURNIER-ID in der Turnier-Tabelle aufsuchen;
007170*  TT-TREFFER-IDX zeigt bei Erfolg auf den Eintrag.
007180*----------------------------------------------------------------
007190 2150-TURNIER-SUCHEN.
007200     MOVE "N" TO SW-TT-GEFUNDEN
007210     PERFORM 2160-TURNIER-VERGLEICH
007220         THRU 2160-TURNIER-VERGLEICH-EXIT
007230         VARYING TT-IDX FROM 1 BY 1
007240         UNTIL TT-IDX > TT-ANZAHL OR TT-GEFUNDEN.
007250 2150-TURNIER-SUCHEN-EXIT.
007260     EXIT.
007270
007280 2160-TURNIER-VERGLEICH.
007290     IF TT-TURNIER-ID(TT-IDX) = AKT-TURNIER-ID
007300         MOVE "J" TO SW-TT-GEFUNDEN
007310         MOVE TT-IDX TO TT-TREFFER-IDX
007320     END-IF.
007330 2160-TURNIER-VERGLEICH-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------------
007370*  2200-STICHTAG-ERMITTELN
007380*  Nach einem Jahresabschluss beginnt das Protokoll mit den
007390*  Vortragseintraegen "V", datiert auf den Stichtag (siehe
007400*  DWZARCH); alles bis dahin steht im Archiv.
007410*----------------------------------------------------------------
007420 2200-STICHTAG-ERMITTELN.
007430     OPEN INPUT PROTOKOLLDATEI
007440     IF PROTOKOLL-STATUS NOT = "00"
007450         GO TO 2200-STICHTAG-ERMITTELN-EXIT
007460     END-IF
007470     READ PROTOKOLLDATEI
007480         NOT AT END
007490             IF AU-ERGEBNIS = "V"
007500                 MOVE AU-DATUM TO ABSCHLUSS-STICHTAG
007510             END-IF
007520     END-READ
007530     CLOSE PROTOKOLLDATEI.
007540 2200-STICHTAG-ERMITTELN-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007580*  2300-ARCHIV-LESEN
007590*  Das Archiv wird vor dem Protokoll gelesen, damit die
007600*  Eintraege in zeitlicher Folge in der Tabelle stehen.
007610*----------------------------------------------------------------
007620 2300-ARCHIV-LESEN.
007630     OPEN INPUT ARCHIVDATEI
007640     IF ARCHIV-STATUS NOT = "00"
007650         DISPLAY "Archivdatei nicht geoeffnet, Status "
007660             ARCHIV-STATUS " - Eintraege bis " ABSCHLUSS-STICHTAG
007670             " fehlen in der Pruefung."
007680         GO TO 2300-ARCHIV-LESEN-EXIT
007690     END-IF
007700     MOVE "N" TO SW-ARCHIV-ENDE
007710     PERFORM 2310-ARCHIV-SATZ-LESEN
007720         THRU 2310-ARCHIV-SATZ-LESEN-EXIT
007730         UNTIL ARCHIV-ENDE
007740     CLOSE ARCHIVDATEI.
007750 2300-ARCHIV-LESEN-EXIT.
007760     EXIT.
007770
007780 2310-ARCHIV-SATZ-LESEN.
007790     READ ARCHIVDATEI INTO AU-ZEILE
007800         AT END
007810             MOVE "J" TO SW-ARCHIV-ENDE
007820         NOT AT END
007830             PERFORM 2500-EINTRAG-MERKEN
007840                 THRU 2500-EINTRAG-MERKEN-EXIT
007850     END-READ.
007860 2310-ARCHIV-SATZ-LESEN-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------
007900*  2400-PROTOKOLL-LESEN
007910*----------------------------------------------------------------
007920 2400-PROTOKOLL-LESEN.
007930     OPEN INPUT PROTOKOLLDATEI
007940     IF PROTOKOLL-STATUS NOT = "00"
007950         DISPLAY "Protokolldatei nicht geoeffnet, Status "
007960             PROTOKOLL-STATUS
007970             " - Pruefungen 2 bis 4 ohne Protokoll."
007980         GO TO 2400-PROTOKOLL-LESEN-EXIT
007990     END-IF
008000     MOVE "N" TO SW-PROTOKOLL-ENDE
008010     PERFORM 2410-PROTOKOLL-SATZ-LESEN
008020         THRU 2410-PROTOKOLL-SATZ-LESEN-EXIT
008030         UNTIL PROTOKOLL-ENDE
008040     CLOSE PROTOKOLLDATEI.
008050 2400-PROTOKOLL-LESEN-EXIT.
008060     EXIT.
008070
008080 2410-PROTOKOLL-SATZ-LESEN.
008090     READ PROTOKOLLDATEI
008100         AT END
008110             MOVE "J" TO SW-PROTOKOLL-ENDE
008120         NOT AT END
008130             PERFORM 2500-EINTRAG-MERKEN
008140                 THRU 2500-EINTRAG-MERKEN-EXIT
008150     END-READ.
008160 2410-PROTOKOLL-SATZ-LESEN-EXIT.
008170     EXIT.
008180
008190*----------------------------------------------------------------
008200*  2500-EINTRAG-MERKEN
008210*  DWZ-wirksame Eintraege (E/T/W/D/L/S/R, siehe AUDZEIL) ab
008220*  LADE-AB bis zum Zeitraumende in die Protokoll-Tabelle.  Die
008230*  Punkte stehen bei "T" in AU-PUNKTE (Altbestand ohne: keine
008240*  Erwartungspruefung), bei "W"/"D"/"L" ergeben sie sich aus dem
008250*  Code.
008260*----------------------------------------------------------------
008270 2500-EINTRAG-MERKEN.
008280     IF AU-DATUM < LADE-AB OR AU-DATUM > BIS-DATUM
008290         GO TO 2500-EINTRAG-MERKEN-EXIT
008300     END-IF
008310     IF AU-ERGEBNIS NOT = "E" AND NOT = "T" AND NOT = "W"
008320             AND NOT = "D" AND NOT = "L" AND NOT = "S"
008330             AND NOT = "R"
008340         GO TO 2500-EINTRAG-MERKEN-EXIT
008350     END-IF
008360     IF PT-ANZAHL NOT < PT-MAXIMUM
008370         PERFORM 8900-UEBERLAUF-MELDEN
008380             THRU 8900-UEBERLAUF-MELDEN-EXIT
008390         GO TO 2500-EINTRAG-MERKEN-EXIT
008400     END-IF
008410     ADD 1 TO PT-ANZAHL
008420     MOVE AU-DATUM TO PT-DATUM(PT-ANZAHL)
008430     MOVE AU-SPIELER-ID TO PT-SPIELER-ID(PT-ANZAHL)
008440     MOVE AU-ERGEBNIS TO PT-CODE(PT-ANZAHL)
008450     MOVE AU-BENUTZERZAHL TO PT-ALT-DWZ(PT-ANZAHL)
008460     MOVE AU-NEUE-DWZ TO PT-NEUE-DWZ(PT-ANZAHL)
008470     MOVE AU-TURNIER-ID TO PT-TURNIER-ID(PT-ANZAHL)
008480     MOVE AU-GEGNERZAHL TO PT-GEGNERZAHL(PT-ANZAHL)
008490     MOVE AU-ERWARTUNG TO PT-ERWARTUNG(PT-ANZAHL)
008500     MOVE 0 TO PT-PUNKTE(PT-ANZAHL)
008510     MOVE "J" TO PT-MIT-PUNKTEN(PT-ANZAHL)
008520     EVALUATE AU-ERGEBNIS
008530         WHEN "T"
008540             IF AU-PUNKTE IS NUMERIC
008550                 MOVE AU-PUNKTE TO PT-PUNKTE(PT-ANZAHL)
008560             ELSE
008570                 MOVE "N" TO PT-MIT-PUNKTEN(PT-ANZAHL)
008580             END-IF
008590         WHEN "W"
008600             MOVE 1 TO PT-PUNKTE(PT-ANZAHL)
008610         WHEN "D"
008620             MOVE 0,5 TO PT-PUNKTE(PT-ANZAHL)
008630         WHEN "L"
008640             CONTINUE
008650         WHEN OTHER
008660             MOVE "N" TO PT-MIT-PUNKTEN(PT-ANZAHL)
008670     END-EVALUATE.
008680 2500-EINTRAG-MERKEN-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------
008720*  3000-PAARUNGEN-PRUEFEN
008730*  Pruefung 1: vereinsinterne Partien je Paar zaehlen; auf-
008740*  faellig ist ein Paar mit mindestens PAAR-MIN-PARTIEN Partien,
008750*  von deren Punkten eine Seite mindestens PAAR-MIN-QUOTE
008760*  Prozent geholt hat.  Abweichung = Punkte von A minus der
008770*  Haelfte der Partien.
008780*----------------------------------------------------------------
008790 3000-PAARUNGEN-PRUEFEN.
008800     MOVE "1. HAEUFIGE EINSEITIGE PAARUNGEN (VEREINSINTERN)"
008810         TO AZ-TEXT
008820     PERFORM 8100-ABSCHNITT-BEGINNEN
008830         THRU 8100-ABSCHNITT-BEGINNEN-EXIT
008840     PERFORM 3100-PAAR-ZAEHLEN THRU 3100-PAAR-ZAEHLEN-EXIT
008850         VARYING PA-IDX FROM 1 BY 1
008860         UNTIL PA-IDX > PA-ANZAHL
008870     PERFORM 3200-PAAR-BEWERTEN THRU 3200-PAAR-BEWERTEN-EXIT
008880         VARYING PR-IDX FROM 1 BY 1
008890         UNTIL PR-IDX > PR-ANZAHL
008900     PERFORM 8150-ABSCHNITT-SCHLIESSEN
008910         THRU 8150-ABSCHNITT-SCHLIESSEN-EXIT.
008920 3000-PAARUNGEN-PRUEFEN-EXIT.
008930     EXIT.
008940
008950 3100-PAAR-ZAEHLEN.
008960     IF PA-ART(PA-IDX) NOT = "I"
008970         GO TO 3100-PAAR-ZAEHLEN-EXIT
008980     END-IF
008990     MOVE PA-ERGEBNIS(PA-IDX) TO EINTRAG-ERGEBNIS
009000     IF PA-SPIELER-ID(PA-IDX) < PA-GEGNER-NR(PA-IDX)
009010         MOVE PA-SPIELER-ID(PA-IDX) TO ID-A
009020         MOVE PA-GEGNER-NR(PA-IDX) TO ID-B
009030     ELSE
009040         MOVE PA-GEGNER-NR(PA-IDX) TO ID-A
009050         MOVE PA-SPIELER-ID(PA-IDX) TO ID-B
009060         IF EINTRAG-ERGEBNIS = "W"
009070             MOVE "L" TO EINTRAG-ERGEBNIS
009080         ELSE
009090             IF EINTRAG-ERGEBNIS = "L"
009100                 MOVE "W" TO EINTRAG-ERGEBNIS
009110             END-IF
009120         END-IF
009130     END-IF
009140     EVALUATE EINTRAG-ERGEBNIS
009150         WHEN "W"
009160             MOVE 1 TO PUNKTE-A
009170         WHEN "D"
009180             MOVE 0,5 TO PUNKTE-A
009190         WHEN OTHER
009200             MOVE 0 TO PUNKTE-A
009210     END-EVALUATE
009220     MOVE "N" TO SW-PR-GEFUNDEN
009230     PERFORM 3110-PAAR-VERGLEICH THRU 3110-PAAR-VERGLEICH-EXIT
009240         VARYING PR-IDX FROM 1 BY 1
009250         UNTIL PR-IDX > PR-ANZAHL OR PR-GEFUNDEN
009260     IF NOT PR-GEFUNDEN
009270         IF PR-ANZAHL NOT < PR-MAXIMUM
009280             PERFORM 8900-UEBERLAUF-MELDEN
009290                 THRU 8900-UEBERLAUF-MELDEN-EXIT
009300             GO TO 3100-PAAR-ZAEHLEN-EXIT
009310         END-IF
009320         ADD 1 TO PR-ANZAHL
009330         MOVE PR-ANZAHL TO PR-TREFFER-IDX
009340         MOVE ID-A TO PR-ID-A(PR-TREFFER-IDX)
009350         MOVE ID-B TO PR-ID-B(PR-TREFFER-IDX)
009360         MOVE 0 TO PR-PARTIEN(PR-TREFFER-IDX)
009370         MOVE 0 TO PR-PUNKTE-A(PR-TREFFER-IDX)
009380     END-IF
009390     ADD 1 TO PR-PARTIEN(PR-TREFFER-IDX)
009400     ADD PUNKTE-A TO PR-PUNKTE-A(PR-TREFFER-IDX).
009410 3100-PAAR-ZAEHLEN-EXIT.
009420     EXIT.
009430
009440 3110-PAAR-VERGLEICH.
009450     IF PR-ID-A(PR-IDX) = ID-A AND PR-ID-B(PR-IDX) = ID-B
009460         MOVE "J" TO SW-PR-GEFUNDEN
009470         MOVE PR-IDX TO PR-TREFFER-IDX
009480     END-IF.
009490 3110-PAAR-VERGLEICH-EXIT.
009500     EXIT.
009510
009520 3200-PAAR-BEWERTEN.
009530     IF PR-PARTIEN(PR-IDX) < PAAR-MIN-PARTIEN
009540         GO TO 3200-PAAR-BEWERTEN-EXIT
009550     END-IF
009560     COMPUTE QUOTE-PROZENT ROUNDED =
009570         PR-PUNKTE-A(PR-IDX) * 100 / PR-PARTIEN(PR-IDX)
009580     IF QUOTE-PROZENT < PAAR-MIN-QUOTE
009590             AND QUOTE-PROZENT > 100 - PAAR-MIN-QUOTE
009600         GO TO 3200-PAAR-BEWERTEN-EXIT
009610     END-IF
009620     ADD 1 TO ABSCHNITT-ZAEHLER
009630     COMPUTE PUNKTE-B = PR-PARTIEN(PR-IDX) - PR-PUNKTE-A(PR-IDX)
009640     COMPUTE ABWEICHUNG =
009650         PR-PUNKTE-A(PR-IDX) - PR-PARTIEN(PR-IDX) / 2
009660     WRITE AL-DRUCKZEILE FROM LEER-ZEILE
009670     MOVE PR-ID-A(PR-IDX) TO PZ-ID-A
009680     MOVE PR-ID-A(PR-IDX) TO NAME-ID
009690     PERFORM 8200-NAME-HOLEN THRU 8200-NAME-HOLEN-EXIT
009700     MOVE NAME-TEXT TO PZ-NAME-A
009710     MOVE PR-ID-B(PR-IDX) TO PZ-ID-B
009720     MOVE PR-ID-B(PR-IDX) TO NAME-ID
009730     PERFORM 8200-NAME-HOLEN THRU 8200-NAME-HOLEN-EXIT
009740     MOVE NAME-TEXT TO PZ-NAME-B
009750     WRITE AL-DRUCKZEILE FROM PAAR-ZEILE
009760     MOVE PR-PARTIEN(PR-IDX) TO PW-PARTIEN
009770     MOVE PR-PUNKTE-A(PR-IDX) TO PW-PUNKTE-A
009780     MOVE PUNKTE-B TO PW-PUNKTE-B
009790     MOVE QUOTE-PROZENT TO PW-QUOTE
009800     MOVE ABWEICHUNG TO PW-ABWEICHUNG
009810     WRITE AL-DRUCKZEILE FROM PAAR-WERT-ZEILE
009820     PERFORM 3300-PAAR-PARTIE-DRUCKEN
009830         THRU 3300-PAAR-PARTIE-DRUCKEN-EXIT
009840         VARYING PA-IDX FROM 1 BY 1
009850         UNTIL PA-IDX > PA-ANZAHL.
009860 3200-PAAR-BEWERTEN-EXIT.
009870     EXIT.
009880
009890 3300-PAAR-PARTIE-DRUCKEN.
009900     IF PA-ART(PA-IDX) NOT = "I"
009910         GO TO 3300-PAAR-PARTIE-DRUCKEN-EXIT
009920     END-IF
009930     IF (PA-SPIELER-ID(PA-IDX) = PR-ID-A(PR-IDX)
009940             AND PA-GEGNER-NR(PA-IDX) = PR-ID-B(PR-IDX))
009950         OR (PA-SPIELER-ID(PA-IDX) = PR-ID-B(PR-IDX)
009960             AND PA-GEGNER-NR(PA-IDX) = PR-ID-A(PR-IDX))
009970         PERFORM 8300-PARTIE-DRUCKEN THRU 8300-PARTIE-DRUCKEN-EXIT
009980     END-IF.
009990 3300-PAAR-PARTIE-DRUCKEN-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------------
010030*  4000-GEWINNE-PRUEFEN
010040*  Pruefung 2: DWZ-Aenderungen (T/W/D/L/S) je Spieler im Zeit-
010050*  raum aufsummieren; auffaellig ist ein Gewinn von mindestens
010060*  GEWINN-MIN, wenn die Partien des Spielers im Zeitraum gegen
010070*  hoechstens GEGNER-MAX verschiedene Gegner gingen (Gegner nur
010080*  ueber getippte DWZ zaehlen je Partie als eigener Gegner).
010090*----------------------------------------------------------------
010100 4000-GEWINNE-PRUEFEN.
010110     MOVE "2. GROSSER DWZ-GEWINN GEGEN KLEINEN GEGNERKREIS"
010120         TO AZ-TEXT
010130     PERFORM 8100-ABSCHNITT-BEGINNEN
010140         THRU 8100-ABSCHNITT-BEGINNEN-EXIT
010150     PERFORM 4100-GEWINN-ZAEHLEN THRU 4100-GEWINN-ZAEHLEN-EXIT
010160         VARYING PT-IDX FROM 1 BY 1
010170         UNTIL PT-IDX > PT-ANZAHL
010180     PERFORM 4200-GEWINN-BEWERTEN THRU 4200-GEWINN-BEWERTEN-EXIT
010190         VARYING SG-IDX FROM 1 BY 1
010200         UNTIL SG-IDX > SG-ANZAHL
010210     PERFORM 8150-ABSCHNITT-SCHLIESSEN
010220         THRU 8150-ABSCHNITT-SCHLIESSEN-EXIT.
010230 4000-GEWINNE-PRUEFEN-EXIT.
010240     EXIT.
010250
010260 4100-GEWINN-ZAEHLEN.
010270     IF PT-DATUM(PT-IDX) < VON-DATUM
010280         GO TO 4100-GEWINN-ZAEHLEN-EXIT
010290     END-IF
010300     IF PT-CODE(PT-IDX) = "E" OR PT-CODE(PT-IDX) = "R"
010310         GO TO 4100-GEWINN-ZAEHLEN-EXIT
010320     END-IF
010330     MOVE "N" TO SW-SG-GEFUNDEN
010340     PERFORM 4110-GEWINN-VERGLEICH THRU 4110-GEWINN-VERGLEICH-EXIT
010350         VARYING SG-IDX FROM 1 BY 1
010360         UNTIL SG-IDX > SG-ANZAHL OR SG-GEFUNDEN
010370     IF NOT SG-GEFUNDEN
010380         IF SG-ANZAHL NOT < SG-MAXIMUM
010390             PERFORM 8900-UEBERLAUF-MELDEN
010400                 THRU 8900-UEBERLAUF-MELDEN-EXIT
010410             GO TO 4100-GEWINN-ZAEHLEN-EXIT
010420         END-IF
010430         ADD 1 TO SG-ANZAHL
010440         MOVE SG-ANZAHL TO SG-TREFFER-IDX
010450         MOVE PT-SPIELER-ID(PT-IDX)
010460             TO SG-SPIELER-ID(SG-TREFFER-IDX)
010470         MOVE 0 TO SG-GEWINN(SG-TREFFER-IDX)
010480         MOVE 0 TO SG-EREIGNISSE(SG-TREFFER-IDX)
010490     END-IF
010500     COMPUTE SG-GEWINN(SG-TREFFER-IDX) = SG-GEWINN(SG-TREFFER-IDX)
010510         + PT-NEUE-DWZ(PT-IDX) - PT-ALT-DWZ(PT-IDX)
010520     ADD 1 TO SG-EREIGNISSE(SG-TREFFER-IDX).
010530 4100-GEWINN-ZAEHLEN-EXIT.
010540     EXIT.
010550
010560 4110-GEWINN-VERGLEICH.
010570     IF SG-SPIELER-ID(SG-IDX) = PT-SPIELER-ID(PT-IDX)
010580         MOVE "J" TO SW-SG-GEFUNDEN
010590         MOVE SG-IDX TO SG-TREFFER-IDX
010600     END-IF.
010610 4110-GEWINN-VERGLEICH-EXIT.
010620     EXIT.
010630
010640 4200-GEWINN-BEWERTEN.
010650     IF SG-GEWINN(SG-IDX) < GEWINN-MIN
010660         GO TO 4200-GEWINN-BEWERTEN-EXIT
010670     END-IF
010680     MOVE SG-SPIELER-ID(SG-IDX) TO AKT-SPIELER-ID
010690     MOVE 0 TO GT-ANZAHL
010700     MOVE 0 TO GEGNER-ZAHL
010710     MOVE 0 TO SPIELER-PARTIEN
010720     PERFORM 4300-GEGNER-SAMMELN THRU 4300-GEGNER-SAMMELN-EXIT
010730         VARYING PA-IDX FROM 1 BY 1
010740         UNTIL PA-IDX > PA-ANZAHL
010750     IF SPIELER-PARTIEN = 0 OR GEGNER-ZAHL > GEGNER-MAX
010760         GO TO 4200-GEWINN-BEWERTEN-EXIT
010770     END-IF
010780     ADD 1 TO ABSCHNITT-ZAEHLER
010790     WRITE AL-DRUCKZEILE FROM LEER-ZEILE
010800     MOVE AKT-SPIELER-ID TO SZ-SPIELER-ID
010810     MOVE AKT-SPIELER-ID TO NAME-ID
010820     PERFORM 8200-NAME-HOLEN THRU 8200-NAME-HOLEN-EXIT
010830     MOVE NAME-TEXT TO SZ-NAME
010840     MOVE "ZEITRAUM" TO SZ-TURNIER-ID
010850     MOVE VON-DATUM TO SZ-DATUM
010860     WRITE AL-DRUCKZEILE FROM SPIELER-ZEILE
010870     COMPUTE DWZ-JE-GEGNER ROUNDED =
010880         SG-GEWINN(SG-IDX) / GEGNER-ZAHL
010890     MOVE SG-GEWINN(SG-IDX) TO GW-GEWINN
010900     MOVE SG-EREIGNISSE(SG-IDX) TO GW-EREIGNISSE
010910     MOVE SPIELER-PARTIEN TO GW-PARTIEN
010920     MOVE GEGNER-ZAHL TO GW-GEGNER
010930     MOVE DWZ-JE-GEGNER TO GW-JE-GEGNER
010940     WRITE AL-DRUCKZEILE FROM GEWINN-WERT-ZEILE
010950     PERFORM 4400-SPIELER-PARTIE-DRUCKEN
010960         THRU 4400-SPIELER-PARTIE-DRUCKEN-EXIT
010970         VARYING PA-IDX FROM 1 BY 1
010980         UNTIL PA-IDX > PA-ANZAHL.
010990 4200-GEWINN-BEWERTEN-EXIT.
011000     EXIT.
011010
011020*----------------------------------------------------------------
011030*  4300-GEGNER-SAMMELN
011040*  Partie PA-IDX dem Spieler AKT-SPIELER-ID zuordnen (als Ein-
011050*  tragender oder als interner Gegner) und ihren Gegner in die
011060*  Gegner-Tabelle aufnehmen, wenn er dort noch fehlt.
011070*----------------------------------------------------------------
011080 4300-GEGNER-SAMMELN.
011090     PERFORM 8350-PARTIE-ZUORDNEN THRU 8350-PARTIE-ZUORDNEN-EXIT
011100     IF NOT PARTIE-DES-SPIELERS
011110         GO TO 4300-GEGNER-SAMMELN-EXIT
011120     END-IF
011130     ADD 1 TO SPIELER-PARTIEN
011140     IF PA-SPIELER-ID(PA-IDX) = AKT-SPIELER-ID
011150         MOVE PA-ART(PA-IDX) TO GEGNER-ART
011160         MOVE PA-GEGNER-NR(PA-IDX) TO GEGNER-NR
011170     ELSE
011180         MOVE "I" TO GEGNER-ART
011190         MOVE PA-SPIELER-ID(PA-IDX) TO GEGNER-NR
011200     END-IF
011210     IF GEGNER-ART = SPACE
011220         ADD 1 TO GEGNER-ZAHL
011230         GO TO 4300-GEGNER-SAMMELN-EXIT
011240     END-IF
011250     MOVE "N" TO SW-GT-GEFUNDEN
011260     PERFORM 4310-GEGNER-VERGLEICH THRU 4310-GEGNER-VERGLEICH-EXIT
011270         VARYING GT-IDX FROM 1 BY 1
011280         UNTIL GT-IDX > GT-ANZAHL OR GT-GEFUNDEN
011290     IF GT-GEFUNDEN
011300         GO TO 4300-GEGNER-SAMMELN-EXIT
011310     END-IF
011320     ADD 1 TO GEGNER-ZAHL
011330     IF GT-ANZAHL < GT-MAXIMUM
011340         ADD 1 TO GT-ANZAHL
011350         MOVE GEGNER-ART TO GT-ART(GT-ANZAHL)
011360         MOVE GEGNER-NR TO GT-NR(GT-ANZAHL)
011370     END-IF.
011380 4300-GEGNER-SAMMELN-EXIT.
011390     EXIT.
011400
011410 4310-GEGNER-VERGLEICH.
011420     IF GT-ART(GT-IDX) = GEGNER-ART AND GT-NR(GT-IDX) = GEGNER-NR
011430         MOVE "J" TO SW-GT-GEFUNDEN
011440     END-IF.
011450 4310-GEGNER-VERGLEICH-EXIT.
011460     EXIT.
011470
011480 4400-SPIELER-PARTIE-DRUCKEN.
011490     PERFORM 8350-PARTIE-ZUORDNEN THRU 8350-PARTIE-ZUORDNEN-EXIT
011500     IF PARTIE-DES-SPIELERS
011510         PERFORM 8300-PARTIE-DRUCKEN THRU 8300-PARTIE-DRUCKEN-EXIT
011520     END-IF.
011530 4400-SPIELER-PARTIE-DRUCKEN-EXIT.
011540     EXIT.
011550
011560*----------------------------------------------------------------
011570*  5000-ERWARTUNG-PRUEFEN
011580*  Pruefung 3: Punkte gegen Erwartung je bewertetem Ereignis im
011590*  Zeitraum.  Auffaellig ist ein Turnier ("T") mit mindestens
011600*  ABWEICH-MIN-TURNIER Punkten ueber der Erwartung bzw. eine
011610*  Einzelpartie ("W"/"D"/"L") mit mindestens ABWEICH-MIN-PARTIE.
011620*----------------------------------------------------------------
011630 5000-ERWARTUNG-PRUEFEN.
011640     MOVE "3. ERGEBNISSE WEIT UEBER DER ERWARTUNG" TO AZ-TEXT
011650     PERFORM 8100-ABSCHNITT-BEGINNEN
011660         THRU 8100-ABSCHNITT-BEGINNEN-EXIT
011670     PERFORM 5100-ERGEBNIS-BEWERTEN
011680         THRU 5100-ERGEBNIS-BEWERTEN-EXIT
011690         VARYING PT-IDX FROM 1 BY 1
011700         UNTIL PT-IDX > PT-ANZAHL
011710     PERFORM 8150-ABSCHNITT-SCHLIESSEN
011720         THRU 8150-ABSCHNITT-SCHLIESSEN-EXIT.
011730 5000-ERWARTUNG-PRUEFEN-EXIT.
011740     EXIT.
011750
011760 5100-ERGEBNIS-BEWERTEN.
011770     IF PT-DATUM(PT-IDX) < VON-DATUM
011780             OR PT-MIT-PUNKTEN(PT-IDX) NOT = "J"
011790         GO TO 5100-ERGEBNIS-BEWERTEN-EXIT
011800     END-IF
011810     COMPUTE ABWEICHUNG = PT-PUNKTE(PT-IDX) - PT-ERWARTUNG(PT-IDX)
011820     IF PT-CODE(PT-IDX) = "T"
011830         IF ABWEICHUNG < ABWEICH-MIN-TURNIER
011840             GO TO 5100-ERGEBNIS-BEWERTEN-EXIT
011850         END-IF
011860         MOVE PT-GEGNERZAHL(PT-IDX) TO EW-PARTIEN
011870     ELSE
011880         IF ABWEICHUNG < ABWEICH-MIN-PARTIE
011890             GO TO 5100-ERGEBNIS-BEWERTEN-EXIT
011900         END-IF
011910         MOVE 1 TO EW-PARTIEN
011920     END-IF
011930     ADD 1 TO ABSCHNITT-ZAEHLER
011940     WRITE AL-DRUCKZEILE FROM LEER-ZEILE
011950     MOVE PT-SPIELER-ID(PT-IDX) TO AKT-SPIELER-ID
011960     MOVE AKT-SPIELER-ID TO SZ-SPIELER-ID
011970     MOVE AKT-SPIELER-ID TO NAME-ID
011980     PERFORM 8200-NAME-HOLEN THRU 8200-NAME-HOLEN-EXIT
011990     MOVE NAME-TEXT TO SZ-NAME
012000     IF PT-TURNIER-ID(PT-IDX) = SPACES
012010         MOVE "EINZELN" TO SZ-TURNIER-ID
012020     ELSE
012030         MOVE PT-TURNIER-ID(PT-IDX) TO SZ-TURNIER-ID
012040     END-IF
012050     MOVE PT-DATUM(PT-IDX) TO SZ-DATUM
012060     WRITE AL-DRUCKZEILE FROM SPIELER-ZEILE
012070     MOVE PT-PUNKTE(PT-IDX) TO EW-PUNKTE
012080     MOVE PT-ERWARTUNG(PT-IDX) TO EW-ERWARTUNG
012090     MOVE ABWEICHUNG TO EW-ABWEICHUNG
012100     MOVE PT-ALT-DWZ(PT-IDX) TO EW-ALT-DWZ
012110     MOVE PT-NEUE-DWZ(PT-IDX) TO EW-NEUE-DWZ
012120     WRITE AL-DRUCKZEILE FROM ERWART-WERT-ZEILE
012130     MOVE 0 TO PARTIE-ZAEHLER
012140     IF PT-TURNIER-ID(PT-IDX) NOT = SPACES
012150         MOVE PT-TURNIER-ID(PT-IDX) TO AKT-TURNIER-ID
012160         PERFORM 5200-TURNIER-PARTIE-DRUCKEN
012170             THRU 5200-TURNIER-PARTIE-DRUCKEN-EXIT
012180             VARYING PA-IDX FROM 1 BY 1
012190             UNTIL PA-IDX > PA-ANZAHL
012200     END-IF
012210     IF PARTIE-ZAEHLER = 0 AND PT-CODE(PT-IDX) NOT = "T"
012220         MOVE PT-GEGNERZAHL(PT-IDX) TO EZ-GEGNER-DWZ
012230         WRITE AL-DRUCKZEILE FROM EINZEL-ZEILE
012240     END-IF.
012250 5100-ERGEBNIS-BEWERTEN-EXIT.
012260     EXIT.
012270
012280 5200-TURNIER-PARTIE-DRUCKEN.
012290     IF PA-TURNIER-ID(PA-IDX) NOT = AKT-TURNIER-ID
012300         GO TO 5200-TURNIER-PARTIE-DRUCKEN-EXIT
012310     END-IF
012320     PERFORM 8350-PARTIE-ZUORDNEN THRU 8350-PARTIE-ZUORDNEN-EXIT
012330     IF PARTIE-DES-SPIELERS
012340         PERFORM 8300-PARTIE-DRUCKEN THRU 8300-PARTIE-DRUCKEN-EXIT
012350         ADD 1 TO PARTIE-ZAEHLER
012360     END-IF.
012370 5200-TURNIER-PARTIE-DRUCKEN-EXIT.
012380     EXIT.
012390
012400*----------------------------------------------------------------
012410*  6000-GRENZTURNIERE-PRUEFEN
012420*  Pruefung 4: je Turnier mit DWZ-Obergrenze im Zeitraum die
012430*  Teilnehmer sammeln und ihre DWZ-wirksamen Eintraege der
012440*  VORLAUF-MONATE vor dem Turnierdatum (ohne das Turnier selbst)
012450*  ansehen:  auffaellig ist, wer zu Beginn dieses Vorlaufs ueber
012460*  der Grenze lag und vor dem Turnier nicht mehr.
012470*----------------------------------------------------------------
012480 6000-GRENZTURNIERE-PRUEFEN.
012490     MOVE "4. DWZ-VERLUST VOR TURNIER MIT DWZ-OBERGRENZE"
012500         TO AZ-TEXT
012510     PERFORM 8100-ABSCHNITT-BEGINNEN
012520         THRU 8100-ABSCHNITT-BEGINNEN-EXIT
012530     PERFORM 6100-GRENZTURNIER-PRUEFEN
012540         THRU 6100-GRENZTURNIER-PRUEFEN-EXIT
012550         VARYING TT-IDX FROM 1 BY 1
012560         UNTIL TT-IDX > TT-ANZAHL
012570     PERFORM 8150-ABSCHNITT-SCHLIESSEN
012580         THRU 8150-ABSCHNITT-SCHLIESSEN-EXIT.
012590 6000-GRENZTURNIERE-PRUEFEN-EXIT.
012600     EXIT.
012610
012620 6100-GRENZTURNIER-PRUEFEN.
012630     IF TT-GRENZE(TT-IDX) = 0
012640             OR TT-DATUM(TT-IDX) < VON-DATUM
012650             OR TT-DATUM(TT-IDX) > BIS-DATUM
012660         GO TO 6100-GRENZTURNIER-PRUEFEN-EXIT
012670     END-IF
012680     MOVE TT-DATUM(TT-IDX) TO MONATS-RECHNUNG
012690     PERFORM 8000-MONATE-ZURUECK THRU 8000-MONATE-ZURUECK-EXIT
012700     MOVE MONATS-RECHNUNG TO FENSTER-AB
012710     MOVE 0 TO TN-ANZAHL
012720     PERFORM 6110-TEILNEHMER-SAMMELN
012730         THRU 6110-TEILNEHMER-SAMMELN-EXIT
012740         VARYING PA-IDX FROM 1 BY 1
012750         UNTIL PA-IDX > PA-ANZAHL
012760     PERFORM 6200-TEILNEHMER-PRUEFEN
012770         THRU 6200-TEILNEHMER-PRUEFEN-EXIT
012780         VARYING TN-IDX FROM 1 BY 1
012790         UNTIL TN-IDX > TN-ANZAHL.
012800 6100-GRENZTURNIER-PRUEFEN-EXIT.
012810     EXIT.
012820
012830 6110-TEILNEHMER-SAMMELN.
012840     IF PA-TURNIER-ID(PA-IDX) NOT = TT-TURNIER-ID(TT-IDX)
012850         GO TO 6110-TEILNEHMER-SAMMELN-EXIT
012860     END-IF
012870     MOVE PA-SPIELER-ID(PA-IDX) TO NEUER-TEILNEHMER
012880     PERFORM 6120-TEILNEHMER-MERKEN
012890         THRU 6120-TEILNEHMER-MERKEN-EXIT
012900     IF PA-ART(PA-IDX) = "I"
012910         MOVE PA-GEGNER-NR(PA-IDX) TO NEUER-TEILNEHMER
012920         PERFORM 6120-TEILNEHMER-MERKEN
012930             THRU 6120-TEILNEHMER-MERKEN-EXIT
012940     END-IF.
012950 6110-TEILNEHMER-SAMMELN-EXIT.
012960     EXIT.
012970
012980 6120-TEILNEHMER-MERKEN.
012990     MOVE "N" TO SW-TN-GEFUNDEN
013000     PERFORM 6130-TEILNEHMER-VERGLEICH
013010         THRU 6130-TEILNEHMER-VERGLEICH-EXIT
013020         VARYING TN-IDX FROM 1 BY 1
013030         UNTIL TN-IDX > TN-ANZAHL OR TN-GEFUNDEN
013040     IF TN-GEFUNDEN
013050         GO TO 6120-TEILNEHMER-MERKEN-EXIT
013060     END-IF
013070     IF TN-ANZAHL NOT < TN-MAXIMUM
013080         PERFORM 8900-UEBERLAUF-MELDEN
013090             THRU 8900-UEBERLAUF-MELDEN-EXIT
013100         GO TO 6120-TEILNEHMER-MERKEN-EXIT
013110     END-IF
013120     ADD 1 TO TN-ANZAHL
013130     MOVE NEUER-TEILNEHMER TO TN-SPIELER-ID(TN-ANZAHL).
013140 6120-TEILNEHMER-MERKEN-EXIT.
013150     EXIT.
013160
013170 6130-TEILNEHMER-VERGLEICH.
013180     IF TN-SPIELER-ID(TN-IDX) = NEUER-TEILNEHMER
013190         MOVE "J" TO SW-TN-GEFUNDEN
013200     END-IF.
013210 6130-TEILNEHMER-VERGLEICH-EXIT.
013220     EXIT.
013230
013240 6200-TEILNEHMER-PRUEFEN.
013250     MOVE TN-SPIELER-ID(TN-IDX) TO AKT-SPIELER-ID
013260     MOVE 0 TO FENSTER-ZAHL
013270     MOVE 0 TO FENSTER-ALT
013280     MOVE 0 TO FENSTER-NEU
013290     PERFORM 6210-FENSTER-EINTRAG THRU 6210-FENSTER-EINTRAG-EXIT
013300         VARYING PT-IDX FROM 1 BY 1
013310         UNTIL PT-IDX > PT-ANZAHL
013320     IF FENSTER-ZAHL = 0
013330             OR FENSTER-ALT NOT > TT-GRENZE(TT-IDX)
013340             OR FENSTER-NEU > TT-GRENZE(TT-IDX)
013350         GO TO 6200-TEILNEHMER-PRUEFEN-EXIT
013360     END-IF
013370     ADD 1 TO ABSCHNITT-ZAEHLER
013380     WRITE AL-DRUCKZEILE FROM LEER-ZEILE
013390     MOVE TT-TURNIER-ID(TT-IDX) TO GZ-TURNIER-ID
013400     MOVE TT-DATUM(TT-IDX) TO GZ-DATUM
013410     MOVE TT-GRENZE(TT-IDX) TO GZ-GRENZE
013420     MOVE AKT-SPIELER-ID TO GZ-SPIELER-ID
013430     MOVE AKT-SPIELER-ID TO NAME-ID
013440     PERFORM 8200-NAME-HOLEN THRU 8200-NAME-HOLEN-EXIT
013450     MOVE NAME-TEXT TO GZ-NAME
013460     WRITE AL-DRUCKZEILE FROM GRENZ-ZEILE
013470     MOVE FENSTER-ALT TO GV-ALT-DWZ
013480     MOVE FENSTER-NEU TO GV-NEUE-DWZ
013490     COMPUTE GV-VERLUST = FENSTER-ALT - FENSTER-NEU
013500     MOVE FENSTER-ZAHL TO GV-EREIGNISSE
013510     MOVE VORLAUF-MONATE TO GV-MONATE
013520     WRITE AL-DRUCKZEILE FROM GRENZ-WERT-ZEILE
013530     PERFORM 6220-FENSTER-DRUCKEN THRU 6220-FENSTER-DRUCKEN-EXIT
013540         VARYING PT-IDX FROM 1 BY 1
013550         UNTIL PT-IDX > PT-ANZAHL.
013560 6200-TEILNEHMER-PRUEFEN-EXIT.
013570     EXIT.
013580
013590*----------------------------------------------------------------
013600*  6210-FENSTER-EINTRAG
013610*  Eintrag PT-IDX gehoert zum Vorlauf, wenn er vom Teilnehmer
013620*  stammt, zwischen FENSTER-AB und dem Turniertag liegt und
013630*  nicht das Grenzturnier selbst betrifft.  Die alte DWZ des
013640*  ersten und die neue DWZ des letzten Eintrags werden gemerkt.
013650*----------------------------------------------------------------
013660 6210-FENSTER-EINTRAG.
013670     PERFORM 6230-FENSTER-PRUEFEN THRU 6230-FENSTER-PRUEFEN-EXIT
013680     IF NOT PARTIE-DES-SPIELERS
013690         GO TO 6210-FENSTER-EINTRAG-EXIT
013700     END-IF
013710     IF FENSTER-ZAHL = 0
013720         MOVE PT-ALT-DWZ(PT-IDX) TO FENSTER-ALT
013730     END-IF
013740     MOVE PT-NEUE-DWZ(PT-IDX) TO FENSTER-NEU
013750     ADD 1 TO FENSTER-ZAHL.
013760 6210-FENSTER-EINTRAG-EXIT.
013770     EXIT.
013780
013790 6220-FENSTER-DRUCKEN.
013800     PERFORM 6230-FENSTER-PRUEFEN THRU 6230-FENSTER-PRUEFEN-EXIT
013810     IF PARTIE-DES-SPIELERS
013820         PERFORM 8400-EREIGNIS-DRUCKEN
013830             THRU 8400-EREIGNIS-DRUCKEN-EXIT
013840     END-IF.
013850 6220-FENSTER-DRUCKEN-EXIT.
013860     EXIT.
013870
013880 6230-FENSTER-PRUEFEN.
013890     MOVE "N" TO SW-PARTIE-DES-SPIELERS
013900     IF PT-SPIELER-ID(PT-IDX) = AKT-SPIELER-ID
013910             AND PT-DATUM(PT-IDX) NOT < FENSTER-AB
013920             AND PT-DATUM(PT-IDX) < TT-DATUM(TT-IDX)
013930             AND PT-TURNIER-ID(PT-IDX) NOT = TT-TURNIER-ID(TT-IDX)
013940         MOVE "J" TO SW-PARTIE-DES-SPIELERS
013950     END-IF.
013960 6230-FENSTER-PRUEFEN-EXIT.
013970     EXIT.
013980
013990*----------------------------------------------------------------
014000*  7000-SCHLUSS-DRUCKEN
014010*----------------------------------------------------------------
014020 7000-SCHLUSS-DRUCKEN.
014030     WRITE AL-DRUCKZEILE FROM LEER-ZEILE
014040     WRITE AL-DRUCKZEILE FROM KOPF-ZEILE-2
014050     MOVE GESAMT-ZAEHLER TO GS-ANZAHL
014060     WRITE AL-DRUCKZEILE FROM GESAMT-ZEILE
014070     WRITE AL-DRUCKZEILE FROM HINWEIS-ZEILE
014080     DISPLAY "Auffaelligkeiten-Liste erstellt: " GESAMT-ZAEHLER
014090         " Auffaelligkeiten.".
014100 7000-SCHLUSS-DRUCKEN-EXIT.
014110     EXIT.
014120
014130*----------------------------------------------------------------
014140*  8000-MONATE-ZURUECK
014150*  Datum in MONATS-RECHNUNG um VORLAUF-MONATE zurueckstellen
014160*  (der Tag bleibt stehen; ein 31. in einem kurzen Monat stoert
014170*  beim Vergleich als JJJJMMTT nicht).
014180*----------------------------------------------------------------
014190 8000-MONATE-ZURUECK.
014200     IF MR-MONAT > VORLAUF-MONATE
014210         SUBTRACT VORLAUF-MONATE FROM MR-MONAT
014220     ELSE
014230         COMPUTE MR-MONAT = MR-MONAT + 12 - VORLAUF-MONATE
014240         SUBTRACT 1 FROM MR-JAHR
014250     END-IF.
014260 8000-MONATE-ZURUECK-EXIT.
014270     EXIT.
014280
014290*----------------------------------------------------------------
014300*  8100-ABSCHNITT-BEGINNEN / 8150-ABSCHNITT-SCHLIESSEN
014310*  Ueberschrift (AZ-TEXT vom Rufer) und Abschlusszeile einer
014320*  Pruefung; die Anzahl geht in die Gesamtsumme.
014330*----------------------------------------------------------------
014340 8100-ABSCHNITT-BEGINNEN.
014350     WRITE AL-DRUCKZEILE FROM LEER-ZEILE
014360     WRITE AL-DRUCKZEILE FROM ABSCHNITT-ZEILE
014370     WRITE AL-DRUCKZEILE FROM TRENN-ZEILE
014380     MOVE 0 TO ABSCHNITT-ZAEHLER.
014390 8100-ABSCHNITT-BEGINNEN-EXIT.
014400     EXIT.
014410
014420 8150-ABSCHNITT-SCHLIESSEN.
014430     WRITE AL-DRUCKZEILE FROM LEER-ZEILE
014440     IF ABSCHNITT-ZAEHLER = 0
014450         WRITE AL-DRUCKZEILE FROM KEINE-ZEILE
014460     ELSE
014470         MOVE ABSCHNITT-ZAEHLER TO AN-ANZAHL
014480         WRITE AL-DRUCKZEILE FROM ANZAHL-ZEILE
014490     END-IF
014500     ADD ABSCHNITT-ZAEHLER TO GESAMT-ZAEHLER.
014510 8150-ABSCHNITT-SCHLIESSEN-EXIT.
014520     EXIT.
014530
014540*----------------------------------------------------------------
014550*  8200-NAME-HOLEN
014560*  Name zu NAME-ID aus der Stammdatei (ohne Stammdatei leer).
014570*----------------------------------------------------------------
014580 8200-NAME-HOLEN.
014590     MOVE SPACES TO NAME-TEXT
014600     IF NOT SPIELERDATEI-OFFEN
014610         GO TO 8200-NAME-HOLEN-EXIT
014620     END-IF
014630     MOVE NAME-ID TO SP-SPIELER-ID
014640     READ SPIELERDATEI
014650         INVALID KEY
014660             MOVE "(NICHT IN DER STAMMDATEI)" TO NAME-TEXT
014670         NOT INVALID KEY
014680             MOVE SP-NAME TO NAME-TEXT
014690     END-READ.
014700 8200-NAME-HOLEN-EXIT.
014710     EXIT.
014720
014730*----------------------------------------------------------------
014740*  8300-PARTIE-DRUCKEN
014750*  Partie PA-IDX wie im Partiesatz (Eintragender, Ergebnis aus
014760*  seiner Sicht, Gegner) als Belegzeile drucken.
014770*----------------------------------------------------------------
014780 8300-PARTIE-DRUCKEN.
014790     MOVE PA-TURNIER-ID(PA-IDX) TO PL-TURNIER-ID
014800     MOVE PA-DATUM(PA-IDX) TO PL-DATUM
014810     MOVE PA-RUNDE(PA-IDX) TO PL-RUNDE
014820     MOVE PA-SPIELER-ID(PA-IDX) TO PL-SPIELER-ID
014830     MOVE PA-ERGEBNIS(PA-IDX) TO PL-ERGEBNIS
014840     MOVE PA-GEGNER-NR(PA-IDX) TO PL-GEGNER-NR
014850     MOVE SPACES TO PL-GEGNER-NAME
014860     EVALUATE PA-ART(PA-IDX)
014870         WHEN "I"
014880             MOVE "INTERN" TO PL-GEGNER-ART
014890             MOVE PA-GEGNER-NR(PA-IDX) TO NAME-ID
014900             PERFORM 8200-NAME-HOLEN THRU 8200-NAME-HOLEN-EXIT
014910             MOVE NAME-TEXT TO PL-GEGNER-NAME
014920         WHEN "F"
014930             MOVE "FREMD" TO PL-GEGNER-ART
014940         WHEN OTHER
014950             MOVE "DWZ" TO PL-GEGNER-ART
014960     END-EVALUATE
014970     WRITE AL-DRUCKZEILE FROM PARTIE-ZEILE.
014980 8300-PARTIE-DRUCKEN-EXIT.
014990     EXIT.
015000
015010*----------------------------------------------------------------
015020*  8350-PARTIE-ZUORDNEN
015030*  Gehoert Partie PA-IDX zu AKT-SPIELER-ID (als Eintragender
015040*  oder als interner Gegner)?
015050*----------------------------------------------------------------
015060 8350-PARTIE-ZUORDNEN.
015070     MOVE "N" TO SW-PARTIE-DES-SPIELERS
015080     IF PA-SPIELER-ID(PA-IDX) = AKT-SPIELER-ID
015090         MOVE "J" TO SW-PARTIE-DES-SPIELERS
015100     END-IF
015110     IF PA-ART(PA-IDX) = "I"
015120             AND PA-GEGNER-NR(PA-IDX) = AKT-SPIELER-ID
015130         MOVE "J" TO SW-PARTIE-DES-SPIELERS
015140     END-IF.
015150 8350-PARTIE-ZUORDNEN-EXIT.
015160     EXIT.
015170
015180*----------------------------------------------------------------
015190*  8400-EREIGNIS-DRUCKEN
015200*  Protokolleintrag PT-IDX als Belegzeile drucken.
015210*----------------------------------------------------------------
015220 8400-EREIGNIS-DRUCKEN.
015230     MOVE PT-DATUM(PT-IDX) TO EL-DATUM
015240     MOVE PT-CODE(PT-IDX) TO EL-CODE
015250     MOVE PT-TURNIER-ID(PT-IDX) TO EL-TURNIER-ID
015260     MOVE PT-ALT-DWZ(PT-IDX) TO EL-ALT-DWZ
015270     MOVE PT-NEUE-DWZ(PT-IDX) TO EL-NEUE-DWZ
015280     MOVE PT-PUNKTE(PT-IDX) TO EL-PUNKTE
015290     MOVE PT-ERWARTUNG(PT-IDX) TO EL-ERWARTUNG
015300     WRITE AL-DRUCKZEILE FROM EREIGNIS-ZEILE.
015310 8400-EREIGNIS-DRUCKEN-EXIT.
015320     EXIT.
015330
015340*----------------------------------------------------------------
015350*  8900-UEBERLAUF-MELDEN
015360*  Eine Tabelle ist voll: einmal melden, RETURN-CODE 4.
015370*----------------------------------------------------------------
015380 8900-UEBERLAUF-MELDEN.
015390     IF NOT TABELLE-UEBERLAUF
015400         DISPLAY "Tabelle voll - die Liste ist unvollstaendig, "
015410             "bitte den Zeitraum verkleinern."
015420         MOVE "J" TO SW-TABELLE-UEBERLAUF
015430     END-IF
015440     MOVE 4 TO RETURN-CODE.
015450 8900-UEBERLAUF-MELDEN-EXIT.
015460     EXIT.
015470
015480*----------------------------------------------------------------
015490*  9999-ABSCHLUSS
015500*----------------------------------------------------------------
015510 9999-ABSCHLUSS.
015520     IF DATEIEN-OFFEN
015530         CLOSE TURNIERDATEI
015540         CLOSE PARTIEDATEI
015550         CLOSE AUFFLISTE
015560     END-IF
015570     IF SPIELERDATEI-OFFEN
015580         CLOSE SPIELERDATEI
015590     END-IF.
015600 9999-ABSCHLUSS-EXIT.
015610     EXIT.
