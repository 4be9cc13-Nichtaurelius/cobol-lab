000240*  tabelle ueber alle Kaempfe der Datei: je Kampf Brettpunkte
000250*  und Mannschaftspunkte (2 Sieg / 1 Unentschieden / 0 Nieder-
000260*  lage), darunter die Summenzeilen.  Das 4,5:3,5 muss damit
000270*  niemand mehr von Hand zusammenzaehlen.  Kampflos gewonnene
000271*  ("+") und kampflos verlorene ("-") Bretter zaehlen wie Sieg
000272*  und Niederlage.  Traegt ein Brett die Kennung eines Fremd-
000272*  spielers (MK-B-GEGNER-ID), folgt unter der Brettzeile eine
000272*  Gegnerzeile mit Name und Verein aus der Fremdspielerdatei
000272*  (FREMDSPIELERDATEI); fehlt die Datei, nur mit der Kennung.
000273*
000274*  Zum Schluss folgt der Saison-Kaderbericht fuer die Saison
000275*  des letzten Kampfes der Datei (Saison ab 1. Juli, siehe
000276*  KADERSAT): je gemeldetem Spieler in der Reihenfolge der
000277*  Mannschaftsmeldung (KADERDATEI) die Einsaetze je Mannschaft
000278*  (Spalten M1 bis M8, hoehere Mannschaften nur in der Summe)
000279*  und insgesamt; eingesetzte, aber nicht gemeldete Spieler
000280*  stehen dahinter mit "--".  Als Einsatz zaehlt jedes Brett
000281*  ausser "-" (kampflos verloren); Kaempfe ohne Mannschafts-
000282*  nummer zaehlen nicht.
000283*
000290*  Kampfdatei, Kaderdatei, Stammdatei und Fremdspielerdatei
000291*  werden nur gelesen.
000300*----------------------------------------------------------------
000310*  AENDERUNGEN:
000320*  2026-09-02  AH  Neu angelegt fuer Kampfbericht und
000330*                  Saisontabelle.
000331*  2026-10-15  AH  Kampflose Bretter ("+"/"-", siehe MKSAT)
000332*                  werden als Brettpunkte gezaehlt.
000333*  2026-10-15  AH  Saison-Kaderbericht mit Einsaetzen je
000334*                  Spieler und Mannschaft; Mannschaft auf der
000335*                  Berichtskarte.
000336*  2026-10-15  AH  Gegnerzeile mit Name und Verein des Fremd-
000337*                  spielers unter Brettern mit Gegner-Kennung.
000340*================================================================
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000510     SELECT KAMPFBERICHT ASSIGN TO "KAMPFBERICHT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS BERICHT-STATUS.
000531
000532     SELECT KADERDATEI ASSIGN TO "KADERDATEI"
000533         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS DYNAMIC
000535         RECORD KEY IS KA-SCHLUESSEL
000536         FILE STATUS IS KADER-STATUS.
000537
000538     SELECT FREMDSPIELERDATEI ASSIGN TO "FREMDSPIELERDATEI"
000539         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000541         RECORD KEY IS FS-FREMD-ID
000542         FILE STATUS IS FREMD-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000620
000630 FD  KAMPFBERICHT.
000640 01  KB-DRUCKZEILE               PIC X(80).
000641
000642 FD  KADERDATEI.
000643 COPY KADERSAT.
000644
000645 FD  FREMDSPIELERDATEI.
000646 COPY FREMDSAT.
000650
000660 WORKING-STORAGE SECTION.
000670 01  KAMPF-STATUS                PIC X(02).
000680 01  SPIELER-STATUS              PIC X(02).
000690 01  BERICHT-STATUS              PIC X(02).
000691 01  KADER-STATUS                PIC X(02).
000692 01  FREMD-STATUS                PIC X(02).
000700
000710 01  PUNKTE-EIGEN                PIC 9(02)V9(01).
000720 01  PUNKTE-GEGNER               PIC 9(02)V9(01).
000860         10  SA-GEGNER-P         PIC 9(02)V9(01).
000870         10  SA-MPUNKTE          PIC 9(01).
000880
000881*  Saison-Kaderbericht: Saison des letzten Kampfes, je
000882*  gemeldetem (oder nur eingesetztem) Spieler die Einsaetze je
000883*  Mannschaft 1 bis SPALTEN-MAXIMUM und insgesamt
000884 01  LETZTES-DATUM               PIC 9(08) VALUE 0.
000885 01  SAISON                      PIC 9(04).
000886 01  KAMPF-SAISON                PIC 9(04).
000887 01  KAMPF-MANNSCHAFT            PIC 9(02).
000888 01  DATUM-ZERLEGT.
000889     05  DZ-JAHR                 PIC 9(04).
000890     05  DZ-MONAT                PIC 9(02).
000891     05  DZ-TAG                  PIC 9(02).
000892 01  SPALTEN-MAXIMUM             PIC 9(02) VALUE 8.
000893 01  KADER-MAXIMUM               PIC 9(04) VALUE 300.
000894 01  KADER-ANZAHL                PIC 9(04) COMP VALUE 0.
000895 01  KT-IDX                      PIC 9(04) COMP.
000896 01  KT-TREFFER                  PIC 9(04) COMP.
000897 01  SP-IDX                      PIC 9(04) COMP.
000898 01  KADER-TABELLE.
000899     05  KT-EINTRAG OCCURS 300 TIMES.
000900         10  KT-MANNSCHAFT       PIC 9(02).
000901         10  KT-RANG             PIC 9(02).
000902         10  KT-ART              PIC X(01).
000903         10  KT-SPIELER-ID       PIC 9(06).
000904         10  KT-EINSATZ          PIC 9(02) OCCURS 8 TIMES.
000905         10  KT-GESAMT           PIC 9(03).
000889
000890 01  SIEGE-ZAEHLER               PIC 9(04) VALUE 0.
000900 01  REMIS-ZAEHLER               PIC 9(04) VALUE 0.
000910 01  NIEDERLAGEN-ZAEHLER         PIC 9(04) VALUE 0.
001010     05  KK-GEGNER               PIC X(25).
001020     05  FILLER                  PIC X(05) VALUE "  AM ".
001030     05  KK-DATUM                PIC 9(08).
001035     05  FILLER                  PIC X(14)
001036             VALUE "  MANNSCHAFT ".
001037     05  KK-MANNSCHAFT           PIC X(02).
001040     05  FILLER                  PIC X(04) VALUE SPACES.
001050
001060 01  KAMPF-TRENN-ZEILE.
001070     05  FILLER                  PIC X(80) VALUE ALL "-".
001180             VALUE "  ERGEBNIS ".
001190     05  BZ-ERGEBNIS             PIC X(01).
001200     05  FILLER                  PIC X(16) VALUE SPACES.
001201
001202 01  BRETT-GEGNER-ZEILE.
001203     05  FILLER                  PIC X(10) VALUE SPACES.
001204     05  FILLER                  PIC X(07) VALUE "GEGNER ".
001205     05  BG-FREMD-ID             PIC Z(07)9.
001206     05  FILLER                  PIC X(01) VALUE SPACE.
001207     05  BG-NAME                 PIC X(25).
001208     05  FILLER                  PIC X(01) VALUE SPACE.
001209     05  BG-VEREIN               PIC X(28).
001210
001220 01  ERGEBNIS-ZEILE.
001230     05  FILLER                  PIC X(10)
001720     05  FILLER                  PIC X(26) VALUE SPACES.
001730
001740 01  LEER-ZEILE                  PIC X(80) VALUE SPACES.
001741
001742 01  KADER-KOPF-ZEILE.
001743     05  FILLER                  PIC X(27)
001744             VALUE "SAISON-KADERBERICHT SAISON ".
001745     05  KKZ-SAISON              PIC 9(04).
001746     05  FILLER                  PIC X(49)
001747             VALUE " (AB 1. JULI)".
001748
001749 01  KADER-SPALTEN-ZEILE.
001750     05  FILLER                  PIC X(40)
001751             VALUE "MS RG A NUMMER NAME".
001752     05  FILLER                  PIC X(24)
001753             VALUE " M1 M2 M3 M4 M5 M6 M7 M8".
001754     05  FILLER                  PIC X(05) VALUE "  GES".
001755     05  FILLER                  PIC X(11) VALUE SPACES.
001756
001757 01  KADER-ZEILE.
001758     05  KZ-MANNSCHAFT           PIC X(02).
001759     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  KZ-RANG                 PIC X(02).
001761     05  FILLER                  PIC X(01) VALUE SPACE.
001762     05  KZ-ART                  PIC X(01).
001763     05  FILLER                  PIC X(01) VALUE SPACE.
001764     05  KZ-SPIELER-ID           PIC 9(06).
001765     05  FILLER                  PIC X(01) VALUE SPACE.
001766     05  KZ-NAME                 PIC X(25).
001767     05  KZ-SPALTE OCCURS 8 TIMES.
001768         10  FILLER              PIC X(01).
001769         10  KZ-EINSATZ          PIC Z9.
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001771     05  KZ-GESAMT               PIC ZZ9.
001772     05  FILLER                  PIC X(11) VALUE SPACES.
001745
001750
001760 01  SCHALTER-BEREICH.
001770     05  SW-DATEI-ENDE           PIC X(01) VALUE "N".
001840         88  BERICHT-OFFEN       VALUE "J".
001850     05  SW-TAB-UEBERLAUF        PIC X(01) VALUE "N".
001860         88  TAB-UEBERLAUF       VALUE "J".
001861     05  SW-KAMPFDATEI-OFFEN     PIC X(01) VALUE "N".
001862         88  KAMPFDATEI-OFFEN    VALUE "J".
001863     05  SW-KADER-ENDE           PIC X(01) VALUE "N".
001864         88  KADER-ENDE          VALUE "J".
001865     05  SW-KT-GEFUNDEN          PIC X(01) VALUE "N".
001866         88  KT-GEFUNDEN         VALUE "J".
001867     05  SW-KADER-UEBERLAUF      PIC X(01) VALUE "N".
001868         88  KADER-UEBERLAUF     VALUE "J".
001869     05  SW-HOEHERE-SPALTE       PIC X(01) VALUE "N".
001871         88  HOEHERE-SPALTE      VALUE "J".
001872     05  SW-FREMDDATEI-OFFEN     PIC X(01) VALUE "N".
001873         88  FREMDDATEI-OFFEN    VALUE "J".
001870
001880 PROCEDURE DIVISION.
001890
002020         END-IF
002030         PERFORM 4000-SAISON-DRUCKEN
002040             THRU 4000-SAISON-DRUCKEN-EXIT
002041         IF KAMPF-ZAEHLER > 0
002042             PERFORM 5000-KADERBERICHT
002043                 THRU 5000-KADERBERICHT-EXIT
002044         END-IF
002050     END-IF
002060     PERFORM 9999-ABSCHLUSS THRU 9999-ABSCHLUSS-EXIT
002070     STOP RUN.
002340         MOVE "J" TO SW-DATEI-ENDE
002350         GO TO 1000-INITIALISIEREN-EXIT
002360     END-IF
002365     MOVE "J" TO SW-KAMPFDATEI-OFFEN
002366     OPEN INPUT FREMDSPIELERDATEI
002367     IF FREMD-STATUS = "00"
002368         MOVE "J" TO SW-FREMDDATEI-OFFEN
002369     END-IF
002370     MOVE "J" TO SW-BERICHT-OFFEN.
002380 1000-INITIALISIEREN-EXIT.
002390     EXIT.
002770     MOVE MK-K-KAMPF-ID TO KK-KAMPF-ID
002780     MOVE MK-K-GEGNER-VEREIN TO KK-GEGNER
002790     MOVE MK-K-DATUM TO KK-DATUM
002791     MOVE MK-K-MANNSCHAFT TO KK-MANNSCHAFT
002792     IF MK-K-DATUM NUMERIC AND MK-K-DATUM > LETZTES-DATUM
002793         MOVE MK-K-DATUM TO LETZTES-DATUM
002794     END-IF
002800     WRITE KB-DRUCKZEILE FROM LEER-ZEILE
002810     WRITE KB-DRUCKZEILE FROM KAMPF-KOPF-ZEILE
002820     WRITE KB-DRUCKZEILE FROM KAMPF-TRENN-ZEILE
003060     MOVE MK-B-GEGNER-DWZ TO BZ-GEGNER-DWZ
003070     MOVE MK-B-ERGEBNIS TO BZ-ERGEBNIS
003080     WRITE KB-DRUCKZEILE FROM BRETT-ZEILE
003081     IF MK-B-GEGNER-ID NUMERIC AND MK-B-GEGNER-ID > 0
003082         PERFORM 2210-GEGNER-DRUCKEN THRU 2210-GEGNER-DRUCKEN-EXIT
003083     END-IF
003090     EVALUATE MK-B-ERGEBNIS
003100         WHEN "W"
003110             ADD 1,0 TO PUNKTE-EIGEN
003140             ADD 0,5 TO PUNKTE-GEGNER
003150         WHEN "L"
003160             ADD 1,0 TO PUNKTE-GEGNER
003162         WHEN "+"
003164             ADD 1,0 TO PUNKTE-EIGEN
003166         WHEN "-"
003168             ADD 1,0 TO PUNKTE-GEGNER
003170         WHEN OTHER
003180             DISPLAY "Ungueltiges Ergebnis '" MK-B-ERGEBNIS
003190                 "' in Kampf " MK-B-KAMPF-ID "."
003210     END-EVALUATE.
003220 2200-BRETT-DRUCKEN-EXIT.
003230     EXIT.
003231
003232 2210-GEGNER-DRUCKEN.
003233     MOVE MK-B-GEGNER-ID TO BG-FREMD-ID
003234     MOVE SPACES TO BG-NAME
003235     MOVE SPACES TO BG-VEREIN
003236     IF FREMDDATEI-OFFEN
003237         MOVE MK-B-GEGNER-ID TO FS-FREMD-ID
003238         READ FREMDSPIELERDATEI
003239             INVALID KEY
003240                 MOVE "(NICHT IN DER FREMDDATEI)" TO BG-NAME
003241             NOT INVALID KEY
003242                 MOVE FS-NAME TO BG-NAME
003243                 MOVE FS-VEREIN TO BG-VEREIN
003244         END-READ
003245     END-IF
003246     WRITE KB-DRUCKZEILE FROM BRETT-GEGNER-ZEILE.
003247 2210-GEGNER-DRUCKEN-EXIT.
003248     EXIT.
003240
003250*----------------------------------------------------------------
003260*  3000-KAMPF-ABSCHLIESSEN
004180 4100-SAISON-ZEILE-DRUCKEN-EXIT.
004190     EXIT.
004200
004201*----------------------------------------------------------------
004202*  5000-KADERBERICHT
004203*  Saison des letzten Kampfes bestimmen, ihre Mannschafts-
004204*  meldung laden, die Kampfdatei ein zweites Mal lesen und die
004205*  Einsaetze je Spieler und Mannschaft zaehlen und drucken.
004206*----------------------------------------------------------------
004207 5000-KADERBERICHT.
004208     MOVE LETZTES-DATUM TO DATUM-ZERLEGT
004209     MOVE DZ-JAHR TO SAISON
004210     IF DZ-MONAT < 7
004211         SUBTRACT 1 FROM SAISON
004212     END-IF
004213     MOVE SAISON TO KKZ-SAISON
004214     WRITE KB-DRUCKZEILE FROM LEER-ZEILE
004215     WRITE KB-DRUCKZEILE FROM KADER-KOPF-ZEILE
004216     WRITE KB-DRUCKZEILE FROM KAMPF-TRENN-ZEILE
004217     OPEN INPUT KADERDATEI
004218     IF KADER-STATUS NOT = "00"
004219         MOVE "KEINE MANNSCHAFTSMELDUNG - SIEHE DWZKADER"
004220             TO KB-DRUCKZEILE
004221         WRITE KB-DRUCKZEILE
004222         GO TO 5000-KADERBERICHT-EXIT
004223     END-IF
004224     MOVE "N" TO SW-KADER-ENDE
004225     MOVE SAISON TO KA-SAISON
004226     MOVE 0 TO KA-MANNSCHAFT
004227     MOVE 0 TO KA-RANG
004228     START KADERDATEI KEY NOT < KA-SCHLUESSEL
004229         INVALID KEY
004230             MOVE "J" TO SW-KADER-ENDE
004231     END-START
004232     PERFORM 5100-KADER-LADEN THRU 5100-KADER-LADEN-EXIT
004233         UNTIL KADER-ENDE
004234     CLOSE KADERDATEI
004235     CLOSE KAMPFDATEI
004236     MOVE "N" TO SW-KAMPFDATEI-OFFEN
004237     OPEN INPUT KAMPFDATEI
004238     IF KAMPF-STATUS NOT = "00"
004239         MOVE "KAMPFDATEI NICHT ERNEUT LESBAR - EINSAETZE FEHLEN"
004240             TO KB-DRUCKZEILE
004241         WRITE KB-DRUCKZEILE
004242         MOVE 4 TO RETURN-CODE
004243         GO TO 5000-KADERBERICHT-EXIT
004244     END-IF
004245     MOVE "J" TO SW-KAMPFDATEI-OFFEN
004246     MOVE "N" TO SW-DATEI-ENDE
004247     MOVE 0 TO KAMPF-SAISON
004248     MOVE 0 TO KAMPF-MANNSCHAFT
004249     PERFORM 5200-EINSATZ-ZAEHLEN THRU 5200-EINSATZ-ZAEHLEN-EXIT
004250         UNTIL DATEI-ENDE
004251     IF KADER-ANZAHL = 0
004252         MOVE "KEINE MELDUNG UND KEINE EINSAETZE IN DIESER SAISON"
004253             TO KB-DRUCKZEILE
004254         WRITE KB-DRUCKZEILE
004255         GO TO 5000-KADERBERICHT-EXIT
004256     END-IF
004257     WRITE KB-DRUCKZEILE FROM KADER-SPALTEN-ZEILE
004258     PERFORM 5300-KADER-ZEILE-DRUCKEN
004259         THRU 5300-KADER-ZEILE-DRUCKEN-EXIT
004260         VARYING KT-IDX FROM 1 BY 1
004261         UNTIL KT-IDX > KADER-ANZAHL
004262     WRITE KB-DRUCKZEILE FROM KAMPF-TRENN-ZEILE
004263     IF HOEHERE-SPALTE
004264         MOVE "EINSAETZE AB DER 9. MANNSCHAFT NUR IN DER SUMME"
004265             TO KB-DRUCKZEILE
004266         WRITE KB-DRUCKZEILE
004267     END-IF
004268     IF KADER-UEBERLAUF
004269         MOVE "KADER-TABELLE VOLL - WEITERE SPIELER FEHLEN"
004270             TO KB-DRUCKZEILE
004271         WRITE KB-DRUCKZEILE
004272         MOVE 4 TO RETURN-CODE
004273     END-IF.
004274 5000-KADERBERICHT-EXIT.
004275     EXIT.
004276
004277 5100-KADER-LADEN.
004278     READ KADERDATEI NEXT
004279         AT END
004280             MOVE "J" TO SW-KADER-ENDE
004281             GO TO 5100-KADER-LADEN-EXIT
004282     END-READ
004283     IF KA-SAISON NOT = SAISON
004284         MOVE "J" TO SW-KADER-ENDE
004285         GO TO 5100-KADER-LADEN-EXIT
004286     END-IF
004287     IF KADER-ANZAHL NOT < KADER-MAXIMUM
004288         MOVE "J" TO SW-KADER-UEBERLAUF
004289         MOVE "J" TO SW-KADER-ENDE
004290         GO TO 5100-KADER-LADEN-EXIT
004291     END-IF
004292     ADD 1 TO KADER-ANZAHL
004293     MOVE KA-MANNSCHAFT TO KT-MANNSCHAFT(KADER-ANZAHL)
004294     MOVE KA-RANG TO KT-RANG(KADER-ANZAHL)
004295     MOVE KA-ART TO KT-ART(KADER-ANZAHL)
004296     MOVE KA-SPIELER-ID TO KT-SPIELER-ID(KADER-ANZAHL)
004297     PERFORM 5110-EINSAETZE-LOESCHEN
004298         THRU 5110-EINSAETZE-LOESCHEN-EXIT.
004299 5100-KADER-LADEN-EXIT.
004300     EXIT.
004301
004302 5110-EINSAETZE-LOESCHEN.
004303     PERFORM 5111-SPALTE-LOESCHEN THRU 5111-SPALTE-LOESCHEN-EXIT
004304         VARYING SP-IDX FROM 1 BY 1
004305         UNTIL SP-IDX > SPALTEN-MAXIMUM
004306     MOVE 0 TO KT-GESAMT(KADER-ANZAHL).
004307 5110-EINSAETZE-LOESCHEN-EXIT.
004308     EXIT.
004309
004310 5111-SPALTE-LOESCHEN.
004311     MOVE 0 TO KT-EINSATZ(KADER-ANZAHL, SP-IDX).
004312 5111-SPALTE-LOESCHEN-EXIT.
004313     EXIT.
004314
004315*----------------------------------------------------------------
004316*  5200-EINSATZ-ZAEHLEN
004317*  Kopfsatz: Saison und Mannschaft des Kampfes merken.
004318*  Brettsatz eines Kampfes der Berichtssaison: Einsatz beim
004319*  Spieler zaehlen; wer nicht gemeldet ist, wird mit
004320*  Mannschaft 00 hinten angefuegt.
004321*----------------------------------------------------------------
004322 5200-EINSATZ-ZAEHLEN.
004323     READ KAMPFDATEI
004324         AT END
004325             MOVE "J" TO SW-DATEI-ENDE
004326             GO TO 5200-EINSATZ-ZAEHLEN-EXIT
004327     END-READ
004328     IF MK-K-KENNUNG = "K"
004329         MOVE 0 TO KAMPF-SAISON
004330         MOVE 0 TO KAMPF-MANNSCHAFT
004331         IF MK-K-MANNSCHAFT NUMERIC AND MK-K-MANNSCHAFT > 0
004332                 AND MK-K-DATUM NUMERIC
004333             MOVE MK-K-MANNSCHAFT TO KAMPF-MANNSCHAFT
004334             MOVE MK-K-DATUM TO DATUM-ZERLEGT
004335             MOVE DZ-JAHR TO KAMPF-SAISON
004336             IF DZ-MONAT < 7
004337                 SUBTRACT 1 FROM KAMPF-SAISON
004338             END-IF
004339         END-IF
004340         GO TO 5200-EINSATZ-ZAEHLEN-EXIT
004341     END-IF
004342     IF MK-B-KENNUNG NOT = "B" OR KAMPF-SAISON NOT = SAISON
004343             OR KAMPF-MANNSCHAFT = 0 OR MK-B-ERGEBNIS = "-"
004344         GO TO 5200-EINSATZ-ZAEHLEN-EXIT
004345     END-IF
004346     MOVE "N" TO SW-KT-GEFUNDEN
004347     PERFORM 5210-SPIELER-SUCHEN THRU 5210-SPIELER-SUCHEN-EXIT
004348         VARYING KT-IDX FROM 1 BY 1
004349         UNTIL KT-IDX > KADER-ANZAHL OR KT-GEFUNDEN
004350     IF NOT KT-GEFUNDEN
004351         IF KADER-ANZAHL NOT < KADER-MAXIMUM
004352             MOVE "J" TO SW-KADER-UEBERLAUF
004353             GO TO 5200-EINSATZ-ZAEHLEN-EXIT
004354         END-IF
004355         ADD 1 TO KADER-ANZAHL
004356         MOVE 0 TO KT-MANNSCHAFT(KADER-ANZAHL)
004357         MOVE 0 TO KT-RANG(KADER-ANZAHL)
004358         MOVE SPACE TO KT-ART(KADER-ANZAHL)
004359         MOVE MK-B-SPIELER-ID TO KT-SPIELER-ID(KADER-ANZAHL)
004360         PERFORM 5110-EINSAETZE-LOESCHEN
004361             THRU 5110-EINSAETZE-LOESCHEN-EXIT
004362         MOVE KADER-ANZAHL TO KT-TREFFER
004363     END-IF
004364     IF KAMPF-MANNSCHAFT > SPALTEN-MAXIMUM
004365         MOVE "J" TO SW-HOEHERE-SPALTE
004366     ELSE
004367         ADD 1 TO KT-EINSATZ(KT-TREFFER, KAMPF-MANNSCHAFT)
004368     END-IF
004369     ADD 1 TO KT-GESAMT(KT-TREFFER).
004370 5200-EINSATZ-ZAEHLEN-EXIT.
004371     EXIT.
004372
004373 5210-SPIELER-SUCHEN.
004374     IF KT-SPIELER-ID(KT-IDX) = MK-B-SPIELER-ID
004375         MOVE "J" TO SW-KT-GEFUNDEN
004376         MOVE KT-IDX TO KT-TREFFER
004377     END-IF.
004378 5210-SPIELER-SUCHEN-EXIT.
004379     EXIT.
004380
004381 5300-KADER-ZEILE-DRUCKEN.
004382     IF KT-MANNSCHAFT(KT-IDX) = 0
004383         MOVE "--" TO KZ-MANNSCHAFT
004384         MOVE SPACES TO KZ-RANG
004385     ELSE
004386         MOVE KT-MANNSCHAFT(KT-IDX) TO KZ-MANNSCHAFT
004387         MOVE KT-RANG(KT-IDX) TO KZ-RANG
004388     END-IF
004389     MOVE KT-ART(KT-IDX) TO KZ-ART
004390     MOVE KT-SPIELER-ID(KT-IDX) TO KZ-SPIELER-ID
004391     MOVE KT-SPIELER-ID(KT-IDX) TO SP-SPIELER-ID
004392     READ SPIELERDATEI
004393         INVALID KEY
004394             MOVE "(NICHT IN DER STAMMDATEI)" TO KZ-NAME
004395         NOT INVALID KEY
004396             MOVE SP-NAME TO KZ-NAME
004397     END-READ
004398     PERFORM 5310-SPALTE-DRUCKEN THRU 5310-SPALTE-DRUCKEN-EXIT
004399         VARYING SP-IDX FROM 1 BY 1
004400         UNTIL SP-IDX > SPALTEN-MAXIMUM
004401     MOVE KT-GESAMT(KT-IDX) TO KZ-GESAMT
004402     WRITE KB-DRUCKZEILE FROM KADER-ZEILE.
004403 5300-KADER-ZEILE-DRUCKEN-EXIT.
004404     EXIT.
004405
004406 5310-SPALTE-DRUCKEN.
004407     MOVE SPACE TO KZ-SPALTE(SP-IDX)
004408     MOVE KT-EINSATZ(KT-IDX, SP-IDX) TO KZ-EINSATZ(SP-IDX).
004409 5310-SPALTE-DRUCKEN-EXIT.
004410     EXIT.
004205
004210*----------------------------------------------------------------
004220*  9999-ABSCHLUSS
004230*----------------------------------------------------------------
004250     IF SPIELERDATEI-OFFEN
004260         CLOSE SPIELERDATEI
004270     END-IF
004275     IF KAMPFDATEI-OFFEN
004276         CLOSE KAMPFDATEI
004277     END-IF
004278     IF FREMDDATEI-OFFEN
004279         CLOSE FREMDSPIELERDATEI
004279     END-IF
004280     IF BERICHT-OFFEN
004300         CLOSE KAMPFBERICHT
004310         DISPLAY "Kampfbericht fuer " KAMPF-ZAEHLER
004320             " Kaempfe erstellt."
