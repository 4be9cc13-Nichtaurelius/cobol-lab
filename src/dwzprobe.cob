000100*================================================================
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. DWZPROBE.
000130 AUTHOR. A. HOLZMANN.
000140 INSTALLATION. SCHACHVEREIN RECHENZENTRUM.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED. 2026-10-15.
000170*----------------------------------------------------------------
000180*  DWZPROBE ist der Probelauf zu DWZBATCH:  er rechnet die an-
000190*  stehende Bewertungs-Eingabedatei (BEWERTDATEI, die sortierte
000200*  Gutdatei von DWZPRUEF) mit derselben Logik durch - Gruppen-
000210*  bildung je Turnier/Spieler, Entwicklungskoeffizient ueber
000220*  DWZKFAK, neue DWZ ueber DWZRATE, Gegnerseite vereinsinterner
000230*  Partien als Einzelpartie - und druckt das Ergebnis als
000240*  Vorschau-Liste (PROBELISTE) je Turnier und Spieler:  alte
000250*  DWZ, Runden, Punkte, Erwartung, K-Faktor und voraussichtliche
000260*  neue DWZ.  Der Turnierleiter kann die Liste aushaengen und
000270*  auf offensichtliche Fehler durchsehen, bevor der Abend
000280*  wirklich bewertet wird.
000290*
000300*  Der Probelauf schreibt nichts fort:  Spieler- und Turnier-
000310*  datei werden nur gelesen, Protokoll, Zaehler,
000320*  Sicherungsdatei und Lauf-Journal werden nicht angefasst, und
000330*  die Laufsperre (SPERRDATEI) wird weder gesetzt noch geprueft.
000340*  Damit ein Spieler, der im selben Lauf mehrfach bewertet wird
000350*  (mehrere Turniere oder als interner Gegner), wie im echten
000360*  Lauf mit seinem bereits fortgeschriebenen Stand weiter-
000370*  gerechnet wird, merkt sich der Probelauf die voraussichtlichen
000380*  Staende in einer Vorschau-Tabelle im Speicher.
000390*
000400*  Abgewiesen wird wie in DWZBATCH (unbekannte oder nicht offene
000410*  Turniere, unbekannte oder gesperrte Spieler, Rundenfolge,
000420*  Reihenfolge der Gruppen); jede Abweisung steht als Hinweis
000430*  in der Liste und setzt RETURN-CODE 4.  Gruppen bereits
000440*  bewerteter oder gemeldeter Turniere werden ohne Hinweis
000450*  uebergangen, kampflose Partien und Freilose nicht gerechnet.
000460*
000470*  Laeuft von Hand (Gutdatei vorher wie fuer DWZBATCH auf
000480*  BEWERTDATEI bereitstellen) oder als wahlweiser Schritt der
000490*  Abendkette (DWZABEND) zwischen DWZPRUEF und DWZBATCH.
000500*----------------------------------------------------------------
000510*  AENDERUNGEN:
000520*  2026-10-15  AH  Neu angelegt fuer den Probelauf vor der
000530*                  Bewertung (bisher nur ueber einen echten
000540*                  DWZBATCH-Lauf und DWZSTORN je Spieler).
000541*  2026-10-15  AH  DWZKFAK erhaelt wie in DWZBATCH Geburtsdatum
000542*                  und Turnierdatum statt des Alters.
000550*================================================================
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SPECIAL-NAMES.
000590     DECIMAL-POINT IS COMMA.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT BEWERTDATEI ASSIGN TO "BEWERTDATEI"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS BEWERT-STATUS.
000650
000660     SELECT SPIELERDATEI ASSIGN TO "SPIELERDATEI"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS SP-SPIELER-ID
000700         FILE STATUS IS SPIELER-STATUS.
000710
000720     SELECT TURNIERDATEI ASSIGN TO "TURNIERDATEI"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS TU-TURNIER-ID
000760         FILE STATUS IS TURNIER-STATUS.
000770
000780     SELECT PROBELISTE ASSIGN TO "PROBELISTE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS LISTE-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  BEWERTDATEI.
000850 COPY SPIELSAT.
000860
000870 FD  SPIELERDATEI.
000880 COPY SPIELER.
000890
000900 FD  TURNIERDATEI.
000910 COPY TURNSAT.
000920
000930 FD  PROBELISTE.
000940 01  PL-DRUCKZEILE               PIC X(80).
000950
000960 WORKING-STORAGE SECTION.
000970 01  BEWERT-STATUS               PIC X(02).
000980 01  SPIELER-STATUS              PIC X(02).
000990 01  TURNIER-STATUS              PIC X(02).
001000 01  LISTE-STATUS                PIC X(02).
001010
001020 01  SATZZAEHLER                 PIC 9(08) VALUE 0.
001030 01  AKT-TURNIER-ID              PIC X(08).
001040 01  AKT-SPIELER-ID              PIC 9(06).
001050 01  VOR-TURNIER-ID              PIC X(08).
001060 01  VOR-SPIELER-ID              PIC 9(06).
001070 01  VOR-RUNDE                   PIC 9(02) VALUE 0.
001080 01  DRUCK-TURNIER-ID            PIC X(08) VALUE SPACES.
001090 01  ALT-DWZ                     PIC 9(04).
001100 01  GRUPPEN-NAME                PIC X(25).
001110 01  GRUPPEN-GEBDATUM            PIC 9(08).
001115 01  GRUPPEN-STICHTAG            PIC 9(08).
001120 01  GRUPPEN-SPIELE              PIC 9(04).
001130
001140 01  SCORE-SUMME                 PIC S9(04)V9(04) COMP-3.
001150 01  ERWARTUNG-SUMME             PIC S9(04)V9(04) COMP-3.
001160 01  EINZEL-SCORE                PIC S9(04)V9(04) COMP-3.
001170 01  EINZEL-ERWARTUNG            PIC S9(04)V9(04) COMP-3.
001180 01  RUNDEN-ZAEHLER              PIC 9(02) VALUE 0.
001190 01  A-KONST                     PIC 9(02).
001200 01  K-FAKTOR-ANZEIGE            PIC S9(03)V9(04) COMP-3.
001210 01  NEUE-DWZ                    PIC 9(04).
001220 01  DWZ-DIFFERENZ               PIC S9(04).
001230 01  PARTIE-GEGNER-DWZ           PIC 9(04).
001240 01  PARTIE-ERGEBNIS             PIC X(01).
001250 01  INTERN-GEGNER-ALT           PIC 9(04).
001260 01  INTERN-GEGNER-NAME          PIC X(25).
001270 01  INTERN-GEGNER-GEBDATUM      PIC 9(08).
001280 01  INTERN-GEGNER-SPIELE        PIC 9(04).
001290 01  INTERN-SCORE                PIC S9(04)V9(04) COMP-3.
001300 01  INTERN-ERWARTUNG            PIC S9(04)V9(04) COMP-3.
001310 01  INTERN-A-KONST              PIC 9(02).
001320 01  INTERN-NEUE-DWZ             PIC 9(04).
001330 01  RUNDEN-EINS                 PIC 9(02) VALUE 1.
001340 01  BREMSWERT-KONST             PIC 9(03) VALUE 30.
001350 01  AKTUELLES-DATUM             PIC 9(08).
001360
001370*  Uebergabefelder fuer eine Zeile der Vorschau (4100)
001380 01  VORSCHAU-BEREICH.
001390     05  VS-SPIELER-ID           PIC 9(06).
001400     05  VS-NAME                 PIC X(25).
001410     05  VS-ALTE-DWZ             PIC 9(04).
001420     05  VS-RUNDEN               PIC 9(02).
001430     05  VS-PUNKTE               PIC S9(04)V9(04) COMP-3.
001440     05  VS-ERWARTUNG            PIC S9(04)V9(04) COMP-3.
001450     05  VS-A-KONST              PIC 9(02).
001460     05  VS-NEUE-DWZ             PIC 9(04).
001470     05  VS-KENNZEICHEN          PIC X(01).
001480*  Uebergabefelder fuer einen Hinweis in der Vorschau (4200)
001490 01  HINWEIS-TEXT.
001500     05  HT-GRUND                PIC X(24).
001510     05  HT-KENNUNG              PIC X(20).
001520*  Hinweis einer uebersprungenen Gruppe (wie GRUPPEN-VERWURF in
001530*  DWZBATCH): jeder Satz der Gruppe zaehlt als abgewiesen.
001540 01  GRUPPEN-HINWEIS.
001550     05  GH-GRUND                PIC X(24).
001560     05  GH-KENNUNG              PIC X(20).
001570
001580*  Voraussichtliche Staende der im Probelauf bereits gerechneten
001590*  Spieler; ueberdeckt beim Lesen den Stand der Stammdatei.
001600 01  VORSCHAU-TABELLE.
001610     05  VT-EINTRAG OCCURS 1000 TIMES.
001620         10  VT-SPIELER-ID       PIC 9(06).
001630         10  VT-DWZ              PIC 9(04).
001640         10  VT-SPIELE           PIC 9(04).
001650 01  VT-MAXIMUM                  PIC 9(04) COMP VALUE 1000.
001660 01  VT-ANZAHL                   PIC 9(04) COMP VALUE 0.
001670 01  VT-IX                       PIC 9(04) COMP.
001680 01  VT-TREFFER                  PIC 9(04) COMP.
001690
001700 01  VORSCHAU-ANZAHL             PIC 9(06) VALUE 0.
001710 01  TURNIER-ANZAHL              PIC 9(04) VALUE 0.
001720 01  TURNIER-SPIELER             PIC 9(04) VALUE 0.
001730 01  ABGEWIESEN-ZAEHLER          PIC 9(04) VALUE 0.
001740 01  KAMPFLOS-ZAEHLER            PIC 9(08) VALUE 0.
001750
001760 01  DATUM-AUFBEREITET.
001770     05  DA-JAHR                 PIC 9(04).
001780     05  FILLER                  PIC X(01) VALUE "-".
001790     05  DA-MONAT                PIC 9(02).
001800     05  FILLER                  PIC X(01) VALUE "-".
001810     05  DA-TAG                  PIC 9(02).
001820
001830 01  KOPF-ZEILE-1.
001840     05  FILLER                  PIC X(36)
001850             VALUE "PROBELAUF DWZ-BEWERTUNG (VORSCHAU) ".
001860     05  KZ-DATUM                PIC X(10).
001870     05  FILLER                  PIC X(34) VALUE SPACES.
001880
001890 01  KOPF-ZEILE-2.
001900     05  FILLER                  PIC X(58) VALUE
001910         "NUR VORSCHAU - STAMMDATEI WIRD NICHT FORTGESCHRIEBEN".
001920     05  FILLER                  PIC X(22) VALUE SPACES.
001930
001940 01  KOPF-ZEILE-3.
001950     05  FILLER                  PIC X(80) VALUE ALL "=".
001960
001970 01  TURNIER-ZEILE.
001980     05  FILLER                  PIC X(08) VALUE "TURNIER ".
001990     05  TZ-TURNIER-ID           PIC X(08).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  TZ-NAME                 PIC X(25).
002020     05  FILLER                  PIC X(08) VALUE "  DATUM ".
002030     05  TZ-DATUM                PIC X(10).
002040     05  FILLER                  PIC X(19) VALUE SPACES.
002050
002060 01  SPALTEN-ZEILE.
002070     05  FILLER                  PIC X(07) VALUE "NUMMER ".
002080     05  FILLER                  PIC X(21) VALUE "NAME".
002090     05  FILLER                  PIC X(06) VALUE " ALT  ".
002100     05  FILLER                  PIC X(04) VALUE "RD  ".
002110     05  FILLER                  PIC X(06) VALUE "PKTE  ".
002120     05  FILLER                  PIC X(07) VALUE "  ERW. ".
002130     05  FILLER                  PIC X(08) VALUE "K-FAKT. ".
002140     05  FILLER                  PIC X(06) VALUE " NEU  ".
002150     05  FILLER                  PIC X(05) VALUE "DIFF ".
002160     05  FILLER                  PIC X(10) VALUE SPACES.
002170
002180 01  TRENN-ZEILE.
002190     05  FILLER                  PIC X(71) VALUE ALL "-".
002200     05  FILLER                  PIC X(09) VALUE SPACES.
002210
002220 01  VORSCHAU-ZEILE.
002230     05  VZ-SPIELER-ID           PIC 9(06).
002240     05  FILLER                  PIC X(01) VALUE SPACE.
002250     05  VZ-NAME                 PIC X(20).
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270     05  VZ-ALTE-DWZ             PIC 9(04).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  VZ-RUNDEN               PIC Z9.
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  VZ-PUNKTE               PIC Z9,9.
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  VZ-ERWARTUNG            PIC Z9,99.
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  VZ-K-FAKTOR             PIC ZZ9,99.
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  VZ-NEUE-DWZ             PIC 9(04).
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  VZ-DIFFERENZ            PIC +ZZ9.
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  VZ-KENNZEICHEN          PIC X(01).
002420     05  FILLER                  PIC X(09) VALUE SPACES.
002430
002440 01  HINWEIS-ZEILE.
002450     05  FILLER                  PIC X(13) VALUE "   ** SATZ ".
002460     05  HZ-SATZNUMMER           PIC Z(07)9.
002470     05  FILLER                  PIC X(02) VALUE ": ".
002480     05  HZ-GRUND                PIC X(24).
002490     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  HZ-KENNUNG              PIC X(20).
002510     05  FILLER                  PIC X(12) VALUE SPACES.
002520
002530 01  TURNIER-SUMMEN-ZEILE.
002540     05  TS-ANZAHL               PIC Z(03)9.
002550     05  FILLER                  PIC X(30)
002560             VALUE " SPIELER IN DER VORSCHAU".
002570     05  FILLER                  PIC X(46) VALUE SPACES.
002580
002590 01  LEGENDE-ZEILE.
002600     05  FILLER                  PIC X(45) VALUE
002610         "G = GEGNERSEITE EINER VEREINSINTERNEN PARTIE ".
002615     05  FILLER                  PIC X(35) VALUE "(EINZELPARTIE)".
002630
002640 01  LEER-ZEILE                  PIC X(80) VALUE SPACES.
002650
002660 01  SCHALTER-BEREICH.
002670     05  SW-DATEI-ENDE           PIC X(01) VALUE "N".
002680         88  DATEI-ENDE          VALUE "J".
002690     05  SW-ERSTE-GRUPPE         PIC X(01) VALUE "J".
002700         88  ERSTE-GRUPPE        VALUE "J".
002710     05  SW-SPIELER-GEFUNDEN     PIC X(01) VALUE "N".
002720         88  SPIELER-GEFUNDEN    VALUE "J".
002730     05  SW-GRUPPE-HISTORIE      PIC X(01) VALUE "N".
002740         88  GRUPPE-HISTORIE     VALUE "J".
002750     05  SW-SATZ-AUSSER-REIHE    PIC X(01) VALUE "N".
002760         88  SATZ-AUSSER-REIHE   VALUE "J".
002770     05  SW-INTERN-GEGNER-OK     PIC X(01) VALUE "N".
002780         88  INTERN-GEGNER-OK    VALUE "J".
002790     05  SW-VT-GEFUNDEN          PIC X(01) VALUE "N".
002800         88  VT-GEFUNDEN         VALUE "J".
002810     05  SW-VT-VOLL              PIC X(01) VALUE "N".
002820         88  VT-VOLL             VALUE "J".
002830     05  SW-SPIELERDATEI-OFFEN   PIC X(01) VALUE "N".
002840         88  SPIELERDATEI-OFFEN  VALUE "J".
002850     05  SW-TURNIERDATEI-OFFEN   PIC X(01) VALUE "N".
002860         88  TURNIERDATEI-OFFEN  VALUE "J".
002870     05  SW-BEWERTDATEI-OFFEN    PIC X(01) VALUE "N".
002880         88  BEWERTDATEI-OFFEN   VALUE "J".
002890     05  SW-LISTE-OFFEN          PIC X(01) VALUE "N".
002900         88  LISTE-OFFEN         VALUE "J".
002910
002920 PROCEDURE DIVISION.
002930
002940*----------------------------------------------------------------
002950*  0000-MAINLINE
002960*----------------------------------------------------------------
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALISIEREN THRU 1000-INITIALISIEREN-EXIT
002990     PERFORM 2000-SATZ-VERARBEITEN THRU 2000-SATZ-VERARBEITEN-EXIT
003000         UNTIL DATEI-ENDE
003010     IF NOT ERSTE-GRUPPE
003020         PERFORM 3000-GRUPPE-ABSCHLIESSEN
003030             THRU 3000-GRUPPE-ABSCHLIESSEN-EXIT
003040     END-IF
003050     PERFORM 9999-ABSCHLUSS THRU 9999-ABSCHLUSS-EXIT
003060     GOBACK.
003070
003080*----------------------------------------------------------------
003090*  1000-INITIALISIEREN
003100*  Stamm- und Turnierdatei nur lesend oeffnen, Vorschau-Liste
003110*  neu anlegen (Stichtagsliste wie die Rangliste), ersten Satz
003120*  der Bewertdatei lesen.  Keine Laufsperre, keine Sicherung:
003130*  der Probelauf beginnt immer beim ersten Satz.
003140*----------------------------------------------------------------
003150 1000-INITIALISIEREN.
003160     OPEN INPUT SPIELERDATEI
003170     IF SPIELER-STATUS NOT = "00"
003180         DISPLAY "Spielerdatei nicht geoeffnet, Status "
003190             SPIELER-STATUS
003200         MOVE "J" TO SW-DATEI-ENDE
003210         MOVE 8 TO RETURN-CODE
003220         GO TO 1000-INITIALISIEREN-EXIT
003230     END-IF
003240     MOVE "J" TO SW-SPIELERDATEI-OFFEN
003250     OPEN INPUT TURNIERDATEI
003260     IF TURNIER-STATUS NOT = "00"
003270         DISPLAY "Turnierdatei nicht geoeffnet, Status "
003280             TURNIER-STATUS
003290         DISPLAY "Turniere bitte zuerst ueber DWZTURN anlegen."
003300         MOVE "J" TO SW-DATEI-ENDE
003310         MOVE 8 TO RETURN-CODE
003320         GO TO 1000-INITIALISIEREN-EXIT
003330     END-IF
003340     MOVE "J" TO SW-TURNIERDATEI-OFFEN
003350     OPEN OUTPUT PROBELISTE
003360     IF LISTE-STATUS NOT = "00"
003370         DISPLAY "Probeliste nicht geoeffnet, Status "
003380             LISTE-STATUS
003390         MOVE "J" TO SW-DATEI-ENDE
003400         MOVE 8 TO RETURN-CODE
003410         GO TO 1000-INITIALISIEREN-EXIT
003420     END-IF
003430     MOVE "J" TO SW-LISTE-OFFEN
003440     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
003450     MOVE AKTUELLES-DATUM(1:4) TO DA-JAHR
003460     MOVE AKTUELLES-DATUM(5:2) TO DA-MONAT
003470     MOVE AKTUELLES-DATUM(7:2) TO DA-TAG
003480     MOVE DATUM-AUFBEREITET TO KZ-DATUM
003490     WRITE PL-DRUCKZEILE FROM KOPF-ZEILE-1
003500     WRITE PL-DRUCKZEILE FROM KOPF-ZEILE-2
003510     WRITE PL-DRUCKZEILE FROM KOPF-ZEILE-3
003520
003530     OPEN INPUT BEWERTDATEI
003540     IF BEWERT-STATUS NOT = "00"
003550         DISPLAY "Bewertdatei nicht geoeffnet, Status "
003560             BEWERT-STATUS
003570         MOVE "J" TO SW-DATEI-ENDE
003580         MOVE 8 TO RETURN-CODE
003590         GO TO 1000-INITIALISIEREN-EXIT
003600     END-IF
003610     MOVE "J" TO SW-BEWERTDATEI-OFFEN
003620     PERFORM 1300-SATZ-LESEN THRU 1300-SATZ-LESEN-EXIT.
003630 1000-INITIALISIEREN-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670*  1300-SATZ-LESEN
003680*----------------------------------------------------------------
003690 1300-SATZ-LESEN.
003700     READ BEWERTDATEI
003710         AT END
003720             MOVE "J" TO SW-DATEI-ENDE
003730         NOT AT END
003740             ADD 1 TO SATZZAEHLER
003750     END-READ.
003760 1300-SATZ-LESEN-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------
003800*  2000-SATZ-VERARBEITEN
003810*  Control-Break auf Turnierkennung/Spielernummer wie in
003820*  DWZBATCH (dort auch die Begruendung der Reihenfolge-
003830*  Pruefung).
003840*----------------------------------------------------------------
003850 2000-SATZ-VERARBEITEN.
003860     MOVE GS-TURNIER-ID TO AKT-TURNIER-ID
003870     MOVE GS-SPIELER-ID TO AKT-SPIELER-ID
003880     MOVE "N" TO SW-SATZ-AUSSER-REIHE
003890     IF ERSTE-GRUPPE
003900         PERFORM 2100-GRUPPE-STARTEN THRU 2100-GRUPPE-STARTEN-EXIT
003910     ELSE
003920         IF AKT-TURNIER-ID NOT = VOR-TURNIER-ID
003930                 OR AKT-SPIELER-ID NOT = VOR-SPIELER-ID
003940             PERFORM 2150-REIHENFOLGE-PRUEFEN
003950                 THRU 2150-REIHENFOLGE-PRUEFEN-EXIT
003960             IF NOT SATZ-AUSSER-REIHE
003970                 PERFORM 3000-GRUPPE-ABSCHLIESSEN
003980                     THRU 3000-GRUPPE-ABSCHLIESSEN-EXIT
003990                 PERFORM 2100-GRUPPE-STARTEN
004000                     THRU 2100-GRUPPE-STARTEN-EXIT
004010             END-IF
004020         END-IF
004030     END-IF
004040     IF NOT SATZ-AUSSER-REIHE
004050         PERFORM 2200-RUNDE-AUFSUMMIEREN
004060            THRU 2200-RUNDE-AUFSUMMIEREN-EXIT
004070     END-IF
004080     PERFORM 1300-SATZ-LESEN THRU 1300-SATZ-LESEN-EXIT.
004090 2000-SATZ-VERARBEITEN-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130*  2150-REIHENFOLGE-PRUEFEN
004140*  Eine Turnier/Spieler-Kombination vor der eben abgeschlossenen
004150*  Gruppe: Bewertdatei nicht gruppiert, Satz wird abgewiesen.
004160*----------------------------------------------------------------
004170 2150-REIHENFOLGE-PRUEFEN.
004180     IF AKT-TURNIER-ID < VOR-TURNIER-ID
004190         MOVE "J" TO SW-SATZ-AUSSER-REIHE
004200     ELSE
004210         IF AKT-TURNIER-ID = VOR-TURNIER-ID
004220                 AND AKT-SPIELER-ID < VOR-SPIELER-ID
004230             MOVE "J" TO SW-SATZ-AUSSER-REIHE
004240         END-IF
004250     END-IF
004260     IF SATZ-AUSSER-REIHE
004270         DISPLAY "Satz " SATZZAEHLER ": Turnier " AKT-TURNIER-ID
004280             " Spieler " AKT-SPIELER-ID " liegt vor einer "
004290             "bereits abgeschlossenen Gruppe - Bewertdatei ist "
004300             "nicht nach Turnier/Spieler gruppiert."
004310         MOVE "GRUPPE AUSSER REIHE" TO HT-GRUND
004320         MOVE AKT-TURNIER-ID TO HT-KENNUNG
004330         PERFORM 4200-HINWEIS-DRUCKEN
004340             THRU 4200-HINWEIS-DRUCKEN-EXIT
004350     END-IF.
004360 2150-REIHENFOLGE-PRUEFEN-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------
004400*  2100-GRUPPE-STARTEN
004410*  Neues Bewertungsereignis beginnen wie in DWZBATCH; der
004420*  Stand des Spielers kommt aus der Stammdatei, ueberdeckt von
004430*  einem bereits im Probelauf gerechneten Stand (5000).
004440*----------------------------------------------------------------
004450 2100-GRUPPE-STARTEN.
004460     MOVE "N" TO SW-ERSTE-GRUPPE
004470     MOVE AKT-TURNIER-ID TO VOR-TURNIER-ID
004480     MOVE AKT-SPIELER-ID TO VOR-SPIELER-ID
004490     MOVE 0 TO SCORE-SUMME
004500     MOVE 0 TO ERWARTUNG-SUMME
004510     MOVE 0 TO RUNDEN-ZAEHLER
004520     MOVE 0 TO VOR-RUNDE
004530     MOVE "N" TO SW-SPIELER-GEFUNDEN
004540     MOVE "N" TO SW-GRUPPE-HISTORIE
004550     MOVE AKT-TURNIER-ID TO TU-TURNIER-ID
004560     READ TURNIERDATEI
004570         INVALID KEY
004580             DISPLAY "Turnier " AKT-TURNIER-ID " ist nicht in "
004590                 "der Turnierdatei angelegt (siehe DWZTURN)."
004600             MOVE "TURNIER UNBEKANNT" TO GH-GRUND
004610             MOVE AKT-TURNIER-ID TO GH-KENNUNG
004620             GO TO 2100-GRUPPE-STARTEN-EXIT
004630     END-READ
004640     IF TU-BEWERTET OR TU-GEMELDET
004650         MOVE "J" TO SW-GRUPPE-HISTORIE
004660         GO TO 2100-GRUPPE-STARTEN-EXIT
004670     END-IF
004680     IF NOT TU-OFFEN
004690         DISPLAY "Turnier " AKT-TURNIER-ID " ist nicht offen "
004700             "(Status '" TU-STATUS "')."
004710         MOVE "TURNIER NICHT OFFEN" TO GH-GRUND
004720         MOVE AKT-TURNIER-ID TO GH-KENNUNG
004730         GO TO 2100-GRUPPE-STARTEN-EXIT
004740     END-IF
004745     MOVE TU-DATUM TO GRUPPEN-STICHTAG
004750     MOVE AKT-SPIELER-ID TO SP-SPIELER-ID
004760     READ SPIELERDATEI
004770         INVALID KEY
004780             DISPLAY "Spieler " AKT-SPIELER-ID
004790                 " unbekannt, Turnier " AKT-TURNIER-ID "."
004800             MOVE "SPIELER UNBEKANNT" TO GH-GRUND
004810             MOVE AKT-SPIELER-ID TO GH-KENNUNG
004820         NOT INVALID KEY
004830             IF SP-GESPERRT
004840                 DISPLAY "Spieler " AKT-SPIELER-ID
004850                     " ist gesperrt, Turnier " AKT-TURNIER-ID "."
004860                 MOVE "SPIELER GESPERRT" TO GH-GRUND
004870                 MOVE AKT-SPIELER-ID TO GH-KENNUNG
004880             ELSE
004890                 PERFORM 5000-VORSCHAU-HOLEN
004900                     THRU 5000-VORSCHAU-HOLEN-EXIT
004910                 MOVE "J" TO SW-SPIELER-GEFUNDEN
004920                 MOVE SP-DWZ TO ALT-DWZ
004930                 MOVE SP-NAME TO GRUPPEN-NAME
004940                 MOVE SP-GEBURTSDATUM TO GRUPPEN-GEBDATUM
004950                 MOVE SP-SPIELE-GEZAEHLT TO GRUPPEN-SPIELE
004960             END-IF
004970     END-READ.
004980 2100-GRUPPE-STARTEN-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------
005020*  2200-RUNDE-AUFSUMMIEREN
005030*  Score und Erwartung der Runde zur Gruppensumme addieren, mit
005040*  denselben Pruefungen wie DWZBATCH; kampflose Partien und
005050*  Freilose schreiben nur die Rundenfolge fort.
005060*----------------------------------------------------------------
005070 2200-RUNDE-AUFSUMMIEREN.
005080     IF GRUPPE-HISTORIE
005090         GO TO 2200-RUNDE-AUFSUMMIEREN-EXIT
005100     END-IF
005110     IF NOT SPIELER-GEFUNDEN
005120         MOVE GRUPPEN-HINWEIS TO HINWEIS-TEXT
005130         PERFORM 4200-HINWEIS-DRUCKEN
005140             THRU 4200-HINWEIS-DRUCKEN-EXIT
005150         GO TO 2200-RUNDE-AUFSUMMIEREN-EXIT
005160     END-IF
005170     IF GS-RUNDE NOT > VOR-RUNDE
005180         DISPLAY "Satz " SATZZAEHLER ": Runde " GS-RUNDE
005190             " fuer Turnier " AKT-TURNIER-ID " Spieler "
005200             AKT-SPIELER-ID " ist nicht groesser als die "
005210             "zuletzt gezaehlte Runde " VOR-RUNDE "."
005220         MOVE "RUNDE NICHT AUFSTEIGEND" TO HT-GRUND
005230         MOVE AKT-SPIELER-ID TO HT-KENNUNG
005240         PERFORM 4200-HINWEIS-DRUCKEN
005250             THRU 4200-HINWEIS-DRUCKEN-EXIT
005260         GO TO 2200-RUNDE-AUFSUMMIEREN-EXIT
005270     END-IF
005280     IF GS-INTERNE-PARTIE
005290         MOVE GI-ERGEBNIS TO PARTIE-ERGEBNIS
005300     ELSE
005310         MOVE GS-ERGEBNIS TO PARTIE-ERGEBNIS
005320     END-IF
005330     INSPECT PARTIE-ERGEBNIS CONVERTING "wdlf" TO "WDLF"
005340     IF PARTIE-ERGEBNIS = "+" OR PARTIE-ERGEBNIS = "-"
005350             OR PARTIE-ERGEBNIS = "F"
005360         MOVE GS-RUNDE TO VOR-RUNDE
005370         ADD 1 TO KAMPFLOS-ZAEHLER
005380         GO TO 2200-RUNDE-AUFSUMMIEREN-EXIT
005390     END-IF
005400     IF GS-INTERNE-PARTIE
005410         IF PARTIE-ERGEBNIS NOT = "W" AND
005420                 PARTIE-ERGEBNIS NOT = "D" AND
005430                 PARTIE-ERGEBNIS NOT = "L"
005440             DISPLAY "Ungueltiges Ergebnis in internem Satz "
005450                 SATZZAEHLER "."
005460             MOVE "ERGEBNIS UNGUELTIG" TO HT-GRUND
005470             MOVE AKT-SPIELER-ID TO HT-KENNUNG
005480             PERFORM 4200-HINWEIS-DRUCKEN
005490                 THRU 4200-HINWEIS-DRUCKEN-EXIT
005500             GO TO 2200-RUNDE-AUFSUMMIEREN-EXIT
005510         END-IF
005520         PERFORM 2250-INTERN-GEGNER-HOLEN
005530             THRU 2250-INTERN-GEGNER-HOLEN-EXIT
005540         IF NOT INTERN-GEGNER-OK
005550             GO TO 2200-RUNDE-AUFSUMMIEREN-EXIT
005560         END-IF
005570     ELSE
005580         MOVE GS-GEGNERZAHL TO PARTIE-GEGNER-DWZ
005590     END-IF
005600     MOVE GS-RUNDE TO VOR-RUNDE
005610     EVALUATE PARTIE-ERGEBNIS
005620         WHEN "W"
005630             MOVE 1,0 TO EINZEL-SCORE
005640         WHEN "D"
005650             MOVE 0,5 TO EINZEL-SCORE
005660         WHEN "L"
005670             MOVE 0,0 TO EINZEL-SCORE
005680         WHEN OTHER
005690             DISPLAY "Ungueltiges Ergebnis in Satz "
005700                 SATZZAEHLER
005710             MOVE 0,0 TO EINZEL-SCORE
005720     END-EVALUATE
005730     COMPUTE EINZEL-ERWARTUNG ROUNDED =
005740         1 / (1 + FUNCTION EXP10(
005750             (PARTIE-GEGNER-DWZ - ALT-DWZ) / 400,0))
005760     ADD EINZEL-SCORE TO SCORE-SUMME
005770     ADD EINZEL-ERWARTUNG TO ERWARTUNG-SUMME
005780     ADD 1 TO RUNDEN-ZAEHLER
005790     IF GS-INTERNE-PARTIE
005800         PERFORM 2300-INTERN-GEGNER-RECHNEN
005810             THRU 2300-INTERN-GEGNER-RECHNEN-EXIT
005820     END-IF.
005830 2200-RUNDE-AUFSUMMIEREN-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------
005870*  2250-INTERN-GEGNER-HOLEN
005880*  Gegner einer vereinsinternen Partie aufsuchen; sein Stand
005890*  wird wie der des Gruppenspielers von der Vorschau-Tabelle
005900*  ueberdeckt und fuer 2300 festgehalten.
005910*----------------------------------------------------------------
005920 2250-INTERN-GEGNER-HOLEN.
005930     MOVE "N" TO SW-INTERN-GEGNER-OK
005940     IF GI-GEGNER-ID = AKT-SPIELER-ID
005950         DISPLAY "Satz " SATZZAEHLER ": Gegner-Spielernummer "
005960             GI-GEGNER-ID " ist die eigene Nummer."
005970         MOVE "GEGNER = EIGENE NUMMER" TO HT-GRUND
005980         MOVE GI-GEGNER-ID TO HT-KENNUNG
005990         PERFORM 4200-HINWEIS-DRUCKEN
006000             THRU 4200-HINWEIS-DRUCKEN-EXIT
006010         GO TO 2250-INTERN-GEGNER-HOLEN-EXIT
006020     END-IF
006030     MOVE GI-GEGNER-ID TO SP-SPIELER-ID
006040     READ SPIELERDATEI
006050         INVALID KEY
006060             DISPLAY "Satz " SATZZAEHLER ": Gegner "
006070                 GI-GEGNER-ID " unbekannt."
006080             MOVE "GEGNER UNBEKANNT" TO HT-GRUND
006090             MOVE GI-GEGNER-ID TO HT-KENNUNG
006100             PERFORM 4200-HINWEIS-DRUCKEN
006110                 THRU 4200-HINWEIS-DRUCKEN-EXIT
006120         NOT INVALID KEY
006130             IF SP-GESPERRT
006140                 DISPLAY "Satz " SATZZAEHLER ": Gegner "
006150                     GI-GEGNER-ID " ist gesperrt."
006160                 MOVE "GEGNER GESPERRT" TO HT-GRUND
006170                 MOVE GI-GEGNER-ID TO HT-KENNUNG
006180                 PERFORM 4200-HINWEIS-DRUCKEN
006190                     THRU 4200-HINWEIS-DRUCKEN-EXIT
006200             ELSE
006210                 PERFORM 5000-VORSCHAU-HOLEN
006220                     THRU 5000-VORSCHAU-HOLEN-EXIT
006230                 MOVE "J" TO SW-INTERN-GEGNER-OK
006240                 MOVE SP-DWZ TO PARTIE-GEGNER-DWZ
006250                 MOVE SP-DWZ TO INTERN-GEGNER-ALT
006260                 MOVE SP-NAME TO INTERN-GEGNER-NAME
006270                 MOVE SP-GEBURTSDATUM TO INTERN-GEGNER-GEBDATUM
006280                 MOVE SP-SPIELE-GEZAEHLT TO INTERN-GEGNER-SPIELE
006290             END-IF
006300     END-READ.
006310 2250-INTERN-GEGNER-HOLEN-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------
006350*  2300-INTERN-GEGNER-RECHNEN
006360*  Gegnerseite einer vereinsinternen Partie wie in DWZBATCH
006370*  sofort als Einzelpartie rechnen (Ergebnis und Erwartung
006380*  gespiegelt, Gegner-DWZ = ALT-DWZ der Gruppe) und als "G"-
006390*  Zeile in die Vorschau stellen.
006400*----------------------------------------------------------------
006410 2300-INTERN-GEGNER-RECHNEN.
006420     COMPUTE INTERN-SCORE = 1,0 - EINZEL-SCORE
006430     COMPUTE INTERN-ERWARTUNG = 1,0 - EINZEL-ERWARTUNG
006440     CALL "DWZKFAK" USING INTERN-GEGNER-GEBDATUM GRUPPEN-STICHTAG
006450         INTERN-GEGNER-SPIELE INTERN-A-KONST
006460     CALL "DWZRATE" USING INTERN-GEGNER-ALT INTERN-SCORE
006470         INTERN-ERWARTUNG INTERN-A-KONST RUNDEN-EINS
006480         BREMSWERT-KONST INTERN-NEUE-DWZ
006490     MOVE GI-GEGNER-ID TO VS-SPIELER-ID
006500     MOVE INTERN-GEGNER-NAME TO VS-NAME
006510     MOVE INTERN-GEGNER-ALT TO VS-ALTE-DWZ
006520     MOVE 1 TO VS-RUNDEN
006530     MOVE INTERN-SCORE TO VS-PUNKTE
006540     MOVE INTERN-ERWARTUNG TO VS-ERWARTUNG
006550     MOVE INTERN-A-KONST TO VS-A-KONST
006560     MOVE INTERN-NEUE-DWZ TO VS-NEUE-DWZ
006570     MOVE "G" TO VS-KENNZEICHEN
006580     PERFORM 4100-VORSCHAU-DRUCKEN THRU 4100-VORSCHAU-DRUCKEN-EXIT
006590     ADD 1 TO INTERN-GEGNER-SPIELE
006600     MOVE GI-GEGNER-ID TO SP-SPIELER-ID
006610     MOVE INTERN-NEUE-DWZ TO SP-DWZ
006620     MOVE INTERN-GEGNER-SPIELE TO SP-SPIELE-GEZAEHLT
006630     PERFORM 5200-VORSCHAU-MERKEN THRU 5200-VORSCHAU-MERKEN-EXIT.
006640 2300-INTERN-GEGNER-RECHNEN-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------------
006680*  3000-GRUPPE-ABSCHLIESSEN
006690*  Entwicklungskoeffizient und neue DWZ des Ereignisses wie in
006700*  DWZBATCH rechnen, Vorschau-Zeile drucken und den voraus-
006710*  sichtlichen Stand fuer spaetere Gruppen merken.
006720*----------------------------------------------------------------
006730 3000-GRUPPE-ABSCHLIESSEN.
006740     IF SPIELER-GEFUNDEN AND RUNDEN-ZAEHLER > 0
006750         CALL "DWZKFAK" USING GRUPPEN-GEBDATUM GRUPPEN-STICHTAG
006760             GRUPPEN-SPIELE A-KONST
006770         CALL "DWZRATE" USING ALT-DWZ SCORE-SUMME
006780             ERWARTUNG-SUMME
006790             A-KONST RUNDEN-ZAEHLER BREMSWERT-KONST NEUE-DWZ
006800         MOVE VOR-SPIELER-ID TO VS-SPIELER-ID
006810         MOVE GRUPPEN-NAME TO VS-NAME
006820         MOVE ALT-DWZ TO VS-ALTE-DWZ
006830         MOVE RUNDEN-ZAEHLER TO VS-RUNDEN
006840         MOVE SCORE-SUMME TO VS-PUNKTE
006850         MOVE ERWARTUNG-SUMME TO VS-ERWARTUNG
006860         MOVE A-KONST TO VS-A-KONST
006870         MOVE NEUE-DWZ TO VS-NEUE-DWZ
006880         MOVE SPACE TO VS-KENNZEICHEN
006890         PERFORM 4100-VORSCHAU-DRUCKEN
006900             THRU 4100-VORSCHAU-DRUCKEN-EXIT
006910         MOVE VOR-SPIELER-ID TO SP-SPIELER-ID
006920         MOVE NEUE-DWZ TO SP-DWZ
006930         COMPUTE SP-SPIELE-GEZAEHLT =
006940             GRUPPEN-SPIELE + RUNDEN-ZAEHLER
006950         PERFORM 5200-VORSCHAU-MERKEN
006960             THRU 5200-VORSCHAU-MERKEN-EXIT
006970     END-IF.
006980 3000-GRUPPE-ABSCHLIESSEN-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020*  4000-TURNIER-KOPF
007030*  Vor der ersten Zeile eines Turniers das vorige Turnier mit
007040*  Summe schliessen und den Turnierkopf drucken.  Gedruckt wird
007050*  nur, was eine Zeile erzeugt - uebergangene Historie-Gruppen
007060*  erscheinen nicht.
007070*----------------------------------------------------------------
007080 4000-TURNIER-KOPF.
007090     IF VOR-TURNIER-ID = DRUCK-TURNIER-ID
007100         GO TO 4000-TURNIER-KOPF-EXIT
007110     END-IF
007120     IF TURNIER-ANZAHL > 0
007130         PERFORM 4300-TURNIERSUMME-DRUCKEN
007140             THRU 4300-TURNIERSUMME-DRUCKEN-EXIT
007150     END-IF
007160     MOVE VOR-TURNIER-ID TO DRUCK-TURNIER-ID
007170     ADD 1 TO TURNIER-ANZAHL
007180     MOVE 0 TO TURNIER-SPIELER
007190     MOVE VOR-TURNIER-ID TO TZ-TURNIER-ID
007200     MOVE SPACES TO TZ-NAME
007210     MOVE SPACES TO TZ-DATUM
007220     MOVE VOR-TURNIER-ID TO TU-TURNIER-ID
007230     READ TURNIERDATEI
007240         INVALID KEY
007250             MOVE "(NICHT ANGELEGT)" TO TZ-NAME
007260         NOT INVALID KEY
007270             MOVE TU-NAME TO TZ-NAME
007280             MOVE TU-DATUM(1:4) TO DA-JAHR
007290             MOVE TU-DATUM(5:2) TO DA-MONAT
007300             MOVE TU-DATUM(7:2) TO DA-TAG
007310             MOVE DATUM-AUFBEREITET TO TZ-DATUM
007320     END-READ
007330     WRITE PL-DRUCKZEILE FROM LEER-ZEILE
007340     WRITE PL-DRUCKZEILE FROM TURNIER-ZEILE
007350     WRITE PL-DRUCKZEILE FROM SPALTEN-ZEILE
007360     WRITE PL-DRUCKZEILE FROM TRENN-ZEILE.
007370 4000-TURNIER-KOPF-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------------
007410*  4100-VORSCHAU-DRUCKEN
007420*  Eine Vorschau-Zeile aus den Uebergabefeldern VS-* drucken;
007430*  K-Faktor wie im Protokoll als 800 / (1 + A-KONST).
007440*----------------------------------------------------------------
007450 4100-VORSCHAU-DRUCKEN.
007460     PERFORM 4000-TURNIER-KOPF THRU 4000-TURNIER-KOPF-EXIT
007470     COMPUTE K-FAKTOR-ANZEIGE ROUNDED = 800,0 / (1 + VS-A-KONST)
007480     COMPUTE DWZ-DIFFERENZ = VS-NEUE-DWZ - VS-ALTE-DWZ
007490     MOVE VS-SPIELER-ID TO VZ-SPIELER-ID
007500     MOVE VS-NAME TO VZ-NAME
007510     MOVE VS-ALTE-DWZ TO VZ-ALTE-DWZ
007520     MOVE VS-RUNDEN TO VZ-RUNDEN
007530     MOVE VS-PUNKTE TO VZ-PUNKTE
007540     COMPUTE VZ-ERWARTUNG ROUNDED = VS-ERWARTUNG
007550     COMPUTE VZ-K-FAKTOR ROUNDED = K-FAKTOR-ANZEIGE
007560     MOVE VS-NEUE-DWZ TO VZ-NEUE-DWZ
007570     MOVE DWZ-DIFFERENZ TO VZ-DIFFERENZ
007580     MOVE VS-KENNZEICHEN TO VZ-KENNZEICHEN
007590     WRITE PL-DRUCKZEILE FROM VORSCHAU-ZEILE
007600     ADD 1 TO TURNIER-SPIELER
007610     ADD 1 TO VORSCHAU-ANZAHL.
007620 4100-VORSCHAU-DRUCKEN-EXIT.
007630     EXIT.
007640
007650*----------------------------------------------------------------
007660*  4200-HINWEIS-DRUCKEN
007670*  Abgewiesenen Satz als Hinweis in die Vorschau stellen (Text
007680*  in HINWEIS-TEXT vom Rufer besetzt); DWZBATCH wuerde ihn
007690*  ebenso verwerfen, darum RETURN-CODE 4.
007700*----------------------------------------------------------------
007710 4200-HINWEIS-DRUCKEN.
007720     PERFORM 4000-TURNIER-KOPF THRU 4000-TURNIER-KOPF-EXIT
007730     MOVE SATZZAEHLER TO HZ-SATZNUMMER
007740     MOVE HT-GRUND TO HZ-GRUND
007750     MOVE HT-KENNUNG TO HZ-KENNUNG
007760     WRITE PL-DRUCKZEILE FROM HINWEIS-ZEILE
007770     ADD 1 TO ABGEWIESEN-ZAEHLER
007780     MOVE 4 TO RETURN-CODE.
007790 4200-HINWEIS-DRUCKEN-EXIT.
007800     EXIT.
007810
007820 4300-TURNIERSUMME-DRUCKEN.
007830     WRITE PL-DRUCKZEILE FROM TRENN-ZEILE
007840     MOVE TURNIER-SPIELER TO TS-ANZAHL
007850     WRITE PL-DRUCKZEILE FROM TURNIER-SUMMEN-ZEILE.
007860 4300-TURNIERSUMME-DRUCKEN-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------
007900*  5000-VORSCHAU-HOLEN
007910*  Den eben gelesenen Stammsatz mit dem im Probelauf bereits
007920*  gerechneten Stand ueberdecken (DWZ und gezaehlte Partien),
007930*  so wie DWZBATCH ihn zu diesem Zeitpunkt fortgeschrieben
007940*  vorfaende.
007950*----------------------------------------------------------------
007960 5000-VORSCHAU-HOLEN.
007970     PERFORM 5100-VORSCHAU-SUCHEN THRU 5100-VORSCHAU-SUCHEN-EXIT
007980     IF VT-GEFUNDEN
007990         MOVE VT-DWZ(VT-TREFFER) TO SP-DWZ
008000         MOVE VT-SPIELE(VT-TREFFER) TO SP-SPIELE-GEZAEHLT
008010     END-IF.
008020 5000-VORSCHAU-HOLEN-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------------
008060*  5100-VORSCHAU-SUCHEN
008070*  Spieler SP-SPIELER-ID in der Vorschau-Tabelle suchen;
008080*  Fundstelle in VT-TREFFER.
008090*----------------------------------------------------------------
008100 5100-VORSCHAU-SUCHEN.
008110     MOVE "N" TO SW-VT-GEFUNDEN
008120     MOVE 0 TO VT-TREFFER
008130     PERFORM 5110-EINTRAG-VERGLEICHEN
008140         THRU 5110-EINTRAG-VERGLEICHEN-EXIT
008150         VARYING VT-IX FROM 1 BY 1
008160         UNTIL VT-IX > VT-ANZAHL OR VT-GEFUNDEN.
008170 5100-VORSCHAU-SUCHEN-EXIT.
008180     EXIT.
008190
008200 5110-EINTRAG-VERGLEICHEN.
008210     IF VT-SPIELER-ID(VT-IX) = SP-SPIELER-ID
008220         MOVE "J" TO SW-VT-GEFUNDEN
008230         MOVE VT-IX TO VT-TREFFER
008240     END-IF.
008250 5110-EINTRAG-VERGLEICHEN-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------
008290*  5200-VORSCHAU-MERKEN
008300*  Voraussichtlichen Stand (SP-SPIELER-ID, SP-DWZ, SP-SPIELE-
008310*  GEZAEHLT, vom Rufer besetzt) in der Vorschau-Tabelle fest-
008320*  halten.  Ist die Tabelle voll, rechnen spaetere Gruppen
008330*  dieses Spielers mit dem Stand der Stammdatei weiter - das
008340*  wird einmal gemeldet.
008350*----------------------------------------------------------------
008360 5200-VORSCHAU-MERKEN.
008370     PERFORM 5100-VORSCHAU-SUCHEN THRU 5100-VORSCHAU-SUCHEN-EXIT
008380     IF NOT VT-GEFUNDEN
008390         IF VT-ANZAHL NOT < VT-MAXIMUM
008400             IF NOT VT-VOLL
008410                 DISPLAY "Vorschau-Tabelle voll (" VT-MAXIMUM
008420                     " Spieler) - mehrfach bewertete Spieler "
008430                     "werden ab hier mit dem Stand der "
008440                     "Stammdatei gerechnet."
008450                 MOVE "J" TO SW-VT-VOLL
008460             END-IF
008470             GO TO 5200-VORSCHAU-MERKEN-EXIT
008480         END-IF
008490         ADD 1 TO VT-ANZAHL
008500         MOVE VT-ANZAHL TO VT-TREFFER
008510         MOVE SP-SPIELER-ID TO VT-SPIELER-ID(VT-TREFFER)
008520     END-IF
008530     MOVE SP-DWZ TO VT-DWZ(VT-TREFFER)
008540     MOVE SP-SPIELE-GEZAEHLT TO VT-SPIELE(VT-TREFFER).
008550 5200-VORSCHAU-MERKEN-EXIT.
008560     EXIT.
008570
008580*----------------------------------------------------------------
008590*  9999-ABSCHLUSS
008600*  Letztes Turnier mit Summe schliessen, Legende drucken,
008610*  Dateien schliessen.
008620*----------------------------------------------------------------
008630 9999-ABSCHLUSS.
008640     IF LISTE-OFFEN
008650         IF TURNIER-ANZAHL > 0
008660             PERFORM 4300-TURNIERSUMME-DRUCKEN
008670                 THRU 4300-TURNIERSUMME-DRUCKEN-EXIT
008680         END-IF
008690         WRITE PL-DRUCKZEILE FROM LEER-ZEILE
008700         WRITE PL-DRUCKZEILE FROM LEGENDE-ZEILE
008710         CLOSE PROBELISTE
008720     END-IF
008730     IF SPIELERDATEI-OFFEN
008740         CLOSE SPIELERDATEI
008750     END-IF
008760     IF TURNIERDATEI-OFFEN
008770         CLOSE TURNIERDATEI
008780     END-IF
008790     IF BEWERTDATEI-OFFEN
008800         CLOSE BEWERTDATEI
008810     END-IF
008820     DISPLAY SATZZAEHLER " Saetze aus der Bewertdatei gelesen, "
008830         VORSCHAU-ANZAHL " Vorschau-Zeilen in "
008840         TURNIER-ANZAHL " Turnieren gedruckt (PROBELISTE)."
008850     IF ABGEWIESEN-ZAEHLER > 0
008860         DISPLAY ABGEWIESEN-ZAEHLER " Saetze wuerden von "
008870             "DWZBATCH abgewiesen - siehe Hinweise in der Liste."
008880     END-IF
008890     IF KAMPFLOS-ZAEHLER > 0
008900         DISPLAY KAMPFLOS-ZAEHLER " kampflose Partien/Freilose "
008910             "nicht gerechnet (nicht DWZ-wirksam)."
008920     END-IF
008930     DISPLAY "Probelauf: Stammdatei und Protokoll "
008940         "wurden nicht veraendert.".
008950 9999-ABSCHLUSS-EXIT.
008960     EXIT.
