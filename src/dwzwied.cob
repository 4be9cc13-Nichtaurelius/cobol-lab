000100*================================================================
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. DWZWIED.
000130 AUTHOR. A. HOLZMANN.
000140 INSTALLATION. SCHACHVEREIN RECHENZENTRUM.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED. 2026-10-15.
000170*----------------------------------------------------------------
000180*  DWZWIED stellt die Spieler-Stammdatei (SPIELERDATEI) nach
000190*  einem Schaden wieder her:  eine von DWZUNLD geschriebene
000200*  Sicherung (SICHERBESTAND oder eine der aelteren Generationen
000210*  SICHERGEN1 bis SICHERGEN3, Aufbau siehe ENTLSAT) wird wie von
000220*  DWZRELD geladen und gegen ihren Summensatz geprueft, danach
000230*  werden alle Eintraege des Bewertungs-Protokolls
000240*  (PROTOKOLLDATEI), die nach dem Zeitpunkt der Sicherung
000250*  geschrieben wurden, in ihrer Reihenfolge nachgefahren.  So
000260*  kostet ein zerschossener Bestand mitten in der Woche nicht
000270*  mehr alle Bewertungen, Ersteinstufungen, Korrekturen und
000280*  Zusammenlegungen seit der letzten Sicherung.
000290*
000300*  Nachgefahren wird je Code (siehe AUDZEIL):
000310*    "E"          Spieler neu anlegen (Name, Geburtsdatum,
000315*                 Verein aus AU-STAMM-...), DWZ = AU-NEUE-DWZ,
000320*                 Zaehler = AU-GEGNERZAHL
000340*    "W"/"D"/"L"  DWZ = AU-NEUE-DWZ, Zaehler + 1
000350*    "T"          DWZ = AU-NEUE-DWZ, Zaehler + AU-GEGNERZAHL
000360*    "S"          DWZ = AU-NEUE-DWZ, Zaehler - AU-GEGNERZAHL
000370*    "R"          DWZ = AU-NEUE-DWZ
000380*    "V"          DWZ = AU-NEUE-DWZ, Zaehler = AU-GEGNERZAHL
000390*    "Z"          Zaehler + AU-GEGNERZAHL
000400*    "N"          Name = AU-STAMM-NAME
000410*    "A"          Geburtsdatum = AU-STAMM-GEBDATUM (alte
000411*                 Eintraege: aus dem Alter in AU-GEGNERZAHL
000412*                 zum Eintragsdatum geschaetzt)
000413*    "J"          (alte Altersfortschreibung) ohne Wirkung
000420*    "G"/"F"      Sperren / Freigeben
000430*    "U"          Verein = AU-GEGNERZAHL
000440*  Bei E/W/D/L/T wird SP-LETZTE-BEWERTUNG auf das Datum des
000450*  Eintrags gesetzt, wie beim urspruenglichen Lauf.
000451*
000452*  Bestandssaetze aus Sicherungen vor Einfuehrung des Geburts-
000453*  datums werden wie in DWZRELD umgestellt (Geburtsdatum aus
000454*  dem Alter zum Zeitpunkt der Sicherung geschaetzt und als
000455*  geschaetzt gekennzeichnet); ebenso alte "E"-Eintraege, die
000456*  nur das Alter (AU-STAMM-ALTER) tragen.
000460*
000470*  Der Bediener kann einen Haltepunkt (Datum und Uhrzeit)
000480*  angeben; Eintraege danach werden nicht nachgefahren, sondern
000490*  nur gezaehlt.  Liegt die Sicherung vor dem letzten Jahres-
000500*  abschluss (DWZARCH), werden zuerst die Eintraege aus der
000510*  Archivdatei (ARCHIVDATEI) nachgefahren, dann das Protokoll.
000520*
000530*  Abgelehnt (Wiederherstellungsbericht und Lauf-Journal) wird
000540*  ein Eintrag, dessen Spieler nicht im Bestand steht, ein "E"
000550*  fuer einen vorhandenen Spieler und ein "E"/"N" ohne Stamm-
000560*  daten (Protokoll aus der Zeit vor AU-STAMM-...).
000570*
000580*  Zum Schluss wird der Datei-Abgleich (DWZABGL) gerufen; sein
000590*  RETURN-CODE steht im Bericht.  Nach einem Halt vor dem Ende
000600*  des Protokolls sind Abweichungen dort zu erwarten.
000610*
000620*  ACHTUNG: der Lauf schreibt die Stammdatei neu (OPEN OUTPUT)
000630*  und ueberschreibt damit den vorhandenen Bestand.
000640*  RETURN-CODE 8 = Laden misslungen (Bestand nicht verwenden),
000650*  4 = Eintraege abgelehnt oder Abgleich mit Abweichungen.
000660*----------------------------------------------------------------
000670*  AENDERUNGEN:
000680*  2026-10-15  AH  Neu angelegt fuer die Wiederherstellung der
000690*                  Stammdatei aus Sicherung und Protokoll.
000691*  2026-10-15  AH  Geburtsdatum statt Alter: alte Sicherungen
000692*                  und alte "E"/"A"-Eintraege werden mit ge-
000693*                  schaetztem Geburtsdatum umgestellt, "A" setzt
000694*                  AU-STAMM-GEBDATUM, "J" bleibt ohne Wirkung.
000695*  2026-10-15  AH  Sicherungssaetze mit 82 Stellen lesen; mit
000696*                  55 Stellen ging das Geburtsdatum verloren und
000697*                  jeder Satz wurde als alter Satz geschaetzt.
000700*================================================================
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT SICHERBESTAND ASSIGN TO "SICHERBESTAND"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS BESTAND-STATUS.
000770
000780     SELECT SICHERGEN1 ASSIGN TO "SICHERGEN1"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS BESTAND-STATUS.
000810
000820     SELECT SICHERGEN2 ASSIGN TO "SICHERGEN2"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS BESTAND-STATUS.
000850
000860     SELECT SICHERGEN3 ASSIGN TO "SICHERGEN3"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS BESTAND-STATUS.
000890
000900     SELECT SPIELERDATEI ASSIGN TO "SPIELERDATEI"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS SP-SPIELER-ID
000940         FILE STATUS IS SPIELER-STATUS.
000950
000960     SELECT PROTOKOLLDATEI ASSIGN TO "PROTOKOLLDATEI"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS PROTOKOLL-STATUS.
000990
001000     SELECT ARCHIVDATEI ASSIGN TO "ARCHIVDATEI"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS ARCHIV-STATUS.
001030
001040     SELECT WIEDERBERICHT ASSIGN TO "WIEDERBERICHT"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS BERICHT-STATUS.
001070
001080     SELECT LAUFJOURNAL ASSIGN TO "LAUFJOURNAL"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS JOURNAL-STATUS.
001110
001120     SELECT SPERRDATEI ASSIGN TO "SPERRDATEI"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS SPERRE-STATUS.
001150
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  SICHERBESTAND.
001190 01  SB-SATZ                     PIC X(82).
001200
001210 FD  SICHERGEN1.
001220 01  G1-SATZ                     PIC X(82).
001230
001240 FD  SICHERGEN2.
001250 01  G2-SATZ                     PIC X(82).
001260
001270 FD  SICHERGEN3.
001280 01  G3-SATZ                     PIC X(82).
001290
001300 FD  SPIELERDATEI.
001310 COPY SPIELER.
001320
001330 FD  PROTOKOLLDATEI.
001340 COPY AUDZEIL.
001350
001360 FD  ARCHIVDATEI.
001370 01  AR-ZEILE                    PIC X(120).
001380
001390 FD  WIEDERBERICHT.
001400 01  WB-DRUCKZEILE               PIC X(80).
001410
001420 FD  LAUFJOURNAL.
001430 COPY LAUFSAT.
001440
001450 FD  SPERRDATEI.
001460 COPY SPERRSAT.
001470
001480 WORKING-STORAGE SECTION.
001490 01  BESTAND-STATUS              PIC X(02).
001500 01  SPIELER-STATUS              PIC X(02).
001510 01  PROTOKOLL-STATUS            PIC X(02).
001520 01  ARCHIV-STATUS               PIC X(02).
001530 01  BERICHT-STATUS              PIC X(02).
001540 01  JOURNAL-STATUS              PIC X(02).
001550 01  SPERRE-STATUS               PIC X(02).
001560 01  LAUF-ID                     PIC X(08) VALUE "DWZWIED".
001570
001580*  Satz der gewaehlten Sicherung (alle vier Generationen werden
001590*  hierher gelesen; ein Summensatz wird nach EB-SUMMENSATZ
001600*  umgesetzt, siehe 8300-SICHERUNG-LESEN)
001610 COPY ENTLSAT.
001620
001630 01  GENERATION                  PIC 9(01).
001640 01  GENERATION-NAME             PIC X(13).
001650 01  ANTWORT                     PIC X(01).
001660 01  AKTUELLES-DATUM             PIC 9(08).
001670 01  UHRZEIT-ROH.
001680     05  AKTUELLE-ZEIT           PIC 9(06).
001690     05  FILLER                  PIC 9(02).
001700 01  ABSCHLUSS-STICHTAG          PIC 9(08) VALUE 0.
001701 01  SCHAETZ-ALTER               PIC 9(04).
001702 01  SCHAETZ-STICHTAG.
001703     05  SCHAETZ-JAHR            PIC 9(04).
001704     05  FILLER                  PIC 9(04).
001705 01  UMGESTELLT-ZAEHLER          PIC 9(08) VALUE 0.
001710
001720*  Zeitpunkte als JJJJMMTTHHMMSS, vergleichbar als Ganzes
001730 01  SICHER-STAND.
001740     05  SS-DATUM                PIC 9(08) VALUE 0.
001750     05  SS-ZEIT                 PIC 9(06) VALUE 0.
001760 01  HALT-STAND.
001770     05  HS-DATUM                PIC 9(08) VALUE 0.
001780     05  HS-ZEIT                 PIC 9(06) VALUE 0.
001790 01  EINTRAG-STAND.
001800     05  ES-DATUM                PIC 9(08).
001810     05  ES-ZEIT                 PIC 9(06).
001820
001830*  Uebergabefelder fuer eine Zeile des Lauf-Journals (LAUFSAT)
001840 01  JOURNAL-ART                 PIC X(01).
001850 01  JOURNAL-SATZNUMMER          PIC 9(08).
001860 01  JOURNAL-TEXT.
001870     05  JT-GRUND                PIC X(24).
001880     05  JT-KENNUNG              PIC X(20).
001890
001900 01  ABLEHN-GRUND                PIC X(24).
001910
001920 01  SATZ-ZAEHLER                PIC 9(08) VALUE 0.
001930 01  SUMME-DWZ                   PIC 9(08) VALUE 0.
001940 01  SUMME-SPIELE                PIC 9(08) VALUE 0.
001950 01  SOLL-ANZAHL                 PIC 9(08) VALUE 0.
001960 01  SOLL-SUMME-DWZ              PIC 9(08) VALUE 0.
001970 01  SOLL-SUMME-SPIELE           PIC 9(08) VALUE 0.
001980 01  EINTRAG-ZAEHLER             PIC 9(08) VALUE 0.
001990 01  ARCHIV-ZAEHLER              PIC 9(08) VALUE 0.
002000 01  IN-SICHERUNG-ZAEHLER        PIC 9(08) VALUE 0.
002010 01  NACHGEFAHREN-ZAEHLER        PIC 9(08) VALUE 0.
002020 01  ABGELEHNT-ZAEHLER           PIC 9(08) VALUE 0.
002030 01  NACH-HALT-ZAEHLER           PIC 9(08) VALUE 0.
002040 01  ABGLEICH-RC                 PIC 9(04) VALUE 0.
002050 01  CODE-IDX                    PIC 9(04) COMP.
002060
002070*  Protokoll-Codes, die nachgefahren werden, mit Zaehlern
002080 01  CODE-WERTE                  PIC X(15)
002090         VALUE "EWDLTSRVZNAJGFU".
002100 01  CODE-TABELLE REDEFINES CODE-WERTE.
002110     05  CO-CODE OCCURS 15 TIMES PIC X(01).
002120 01  CODE-ZAEHLER-TABELLE.
002130     05  CO-ZAEHLER OCCURS 15 TIMES.
002140         10  CO-NACHGEFAHREN     PIC 9(06).
002150         10  CO-ABGELEHNT        PIC 9(06).
002160
002170 01  KOPF-ZEILE-1.
002180     05  FILLER                  PIC X(40)
002190             VALUE "WIEDERHERSTELLUNG DER STAMMDATEI        ".
002200     05  KZ-DATUM                PIC 9(08).
002210     05  FILLER                  PIC X(32) VALUE SPACES.
002220
002230 01  KOPF-ZEILE-2.
002240     05  FILLER                  PIC X(80) VALUE ALL "=".
002250
002260 01  SICHERUNG-ZEILE.
002270     05  FILLER                  PIC X(18)
002280             VALUE "SICHERUNG:        ".
002290     05  SZ-NAME                 PIC X(13).
002300     05  FILLER                  PIC X(07) VALUE " STAND ".
002310     05  SZ-DATUM                PIC 9(08).
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  SZ-ZEIT                 PIC 9(06).
002340     05  FILLER                  PIC X(27) VALUE SPACES.
002350
002360 01  LADE-ZEILE.
002370     05  FILLER                  PIC X(18)
002380             VALUE "GELADEN:          ".
002390     05  LZ-ANZAHL               PIC Z(07)9.
002400     05  FILLER                  PIC X(19)
002410             VALUE " SPIELER, SUMME DWZ".
002420     05  LZ-SUMME-DWZ            PIC Z(07)9.
002430     05  FILLER                  PIC X(09) VALUE ", PARTIEN".
002440     05  LZ-SUMME-SPIELE         PIC Z(07)9.
002450     05  FILLER                  PIC X(10) VALUE SPACES.
002460
002470 01  HALT-ZEILE.
002480     05  FILLER                  PIC X(18)
002490             VALUE "HALTEPUNKT:       ".
002500     05  HZ-DATUM                PIC 9(08).
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  HZ-ZEIT                 PIC 9(06).
002530     05  FILLER                  PIC X(47) VALUE SPACES.
002540
002550 01  HINWEIS-ZEILE.
002560     05  HW-TEXT                 PIC X(80).
002570
002580 01  TRENN-ZEILE.
002590     05  FILLER                  PIC X(80) VALUE ALL "-".
002600
002610 01  ABLEHN-ZEILE.
002620     05  FILLER                  PIC X(11) VALUE "ABGELEHNT: ".
002630     05  AZ-DATUM                PIC 9(08).
002640     05  FILLER                  PIC X(01) VALUE SPACE.
002650     05  AZ-ZEIT                 PIC 9(06).
002660     05  FILLER                  PIC X(09) VALUE " SPIELER ".
002670     05  AZ-SPIELER-ID           PIC 9(06).
002680     05  FILLER                  PIC X(06) VALUE " CODE ".
002690     05  AZ-CODE                 PIC X(01).
002700     05  FILLER                  PIC X(01) VALUE SPACE.
002710     05  AZ-GRUND                PIC X(24).
002720     05  FILLER                  PIC X(07) VALUE SPACES.
002730
002740 01  CODE-ZEILE.
002750     05  FILLER                  PIC X(05) VALUE "CODE ".
002760     05  CZ-CODE                 PIC X(01).
002770     05  FILLER                  PIC X(16)
002780             VALUE "   NACHGEFAHREN ".
002790     05  CZ-NACHGEFAHREN         PIC Z(05)9.
002800     05  FILLER                  PIC X(13) VALUE "   ABGELEHNT ".
002810     05  CZ-ABGELEHNT            PIC Z(05)9.
002820     05  FILLER                  PIC X(33) VALUE SPACES.
002830
002840 01  SUMMEN-ZEILE.
002850     05  SZ-TEXT                 PIC X(44).
002860     05  SZ-ANZAHL               PIC Z(07)9.
002870     05  FILLER                  PIC X(28) VALUE SPACES.
002880
002890 01  ABGLEICH-ZEILE.
002900     05  FILLER                  PIC X(31)
002910             VALUE "ABGLEICH (DWZABGL): RETURN-CODE".
002920     05  AG-RC                   PIC Z(03)9.
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  AG-TEXT                 PIC X(44).
002950
002960 01  SCHALTER-BEREICH.
002970     05  SW-SPERRE-BELEGT        PIC X(01) VALUE "N".
002980         88  SPERRE-BELEGT       VALUE "J".
002990     05  SW-GENERATION-GUELTIG   PIC X(01) VALUE "N".
003000         88  GENERATION-GUELTIG  VALUE "J".
003010     05  SW-HALT-GUELTIG         PIC X(01) VALUE "N".
003020         88  HALT-GUELTIG        VALUE "J".
003030     05  SW-STAND-GUELTIG        PIC X(01) VALUE "N".
003040         88  STAND-GUELTIG       VALUE "J".
003050     05  SW-STAND-ERFRAGT        PIC X(01) VALUE "N".
003060         88  STAND-ERFRAGT       VALUE "J".
003070     05  SW-HALT-GESETZT         PIC X(01) VALUE "N".
003080         88  HALT-GESETZT        VALUE "J".
003090     05  SW-HALT-ERREICHT        PIC X(01) VALUE "N".
003100         88  HALT-ERREICHT       VALUE "J".
003110     05  SW-LAUF-GEWOLLT         PIC X(01) VALUE "N".
003120         88  LAUF-GEWOLLT        VALUE "J".
003130     05  SW-SICHERUNG-ENDE       PIC X(01) VALUE "N".
003140         88  SICHERUNG-ENDE      VALUE "J".
003150     05  SW-SICHERUNG-OFFEN      PIC X(01) VALUE "N".
003160         88  SICHERUNG-OFFEN     VALUE "J".
003170     05  SW-SUMMENSATZ-GELESEN   PIC X(01) VALUE "N".
003180         88  SUMMENSATZ-GELESEN  VALUE "J".
003190     05  SW-LADE-FEHLER          PIC X(01) VALUE "N".
003200         88  LADE-FEHLER         VALUE "J".
003210     05  SW-SPIELERDATEI-OFFEN   PIC X(01) VALUE "N".
003220         88  SPIELERDATEI-OFFEN  VALUE "J".
003230     05  SW-BERICHT-OFFEN        PIC X(01) VALUE "N".
003240         88  BERICHT-OFFEN       VALUE "J".
003250     05  SW-ARCHIV-NOETIG        PIC X(01) VALUE "N".
003260         88  ARCHIV-NOETIG       VALUE "J".
003270     05  SW-DATEI-ENDE           PIC X(01) VALUE "N".
003280         88  DATEI-ENDE          VALUE "J".
003290     05  SW-SPIELER-VORHANDEN    PIC X(01) VALUE "N".
003300         88  SPIELER-VORHANDEN   VALUE "J".
003310     05  SW-CODE-GEFUNDEN        PIC X(01) VALUE "N".
003320         88  CODE-GEFUNDEN       VALUE "J".
003330     05  SW-JOURNAL-GESTOERT     PIC X(01) VALUE "N".
003340         88  JOURNAL-GESTOERT    VALUE "J".
003350     05  SW-BESTAND-ANGEFASST    PIC X(01) VALUE "N".
003360         88  BESTAND-ANGEFASST   VALUE "J".
003370     05  SW-NACHFAHR-FEHLER      PIC X(01) VALUE "N".
003380         88  NACHFAHR-FEHLER     VALUE "J".
003390
003400 PROCEDURE DIVISION.
003410
003420*----------------------------------------------------------------
003430*  0000-MAINLINE
003440*----------------------------------------------------------------
003450 0000-MAINLINE.
003460     PERFORM 1000-INITIALISIEREN THRU 1000-INITIALISIEREN-EXIT
003470     IF LAUF-GEWOLLT
003480         PERFORM 2000-SICHERUNG-LADEN
003490             THRU 2000-SICHERUNG-LADEN-EXIT
003500         IF NOT LADE-FEHLER
003510             PERFORM 3000-PROTOKOLL-NACHFAHREN
003520                 THRU 3000-PROTOKOLL-NACHFAHREN-EXIT
003530             PERFORM 4000-SUMMEN-DRUCKEN
003540                 THRU 4000-SUMMEN-DRUCKEN-EXIT
003550             PERFORM 5000-ABGLEICH-RUFEN
003560                 THRU 5000-ABGLEICH-RUFEN-EXIT
003570         END-IF
003580     END-IF
003590     PERFORM 9999-ABSCHLUSS THRU 9999-ABSCHLUSS-EXIT
003600     STOP RUN.
003610
003620*----------------------------------------------------------------
003630*  1000-INITIALISIEREN
003640*  Sperre pruefen, Sicherung waehlen und vorlesen (Summensatz
003650*  und Zeitpunkt), Haltepunkt erfragen, Rueckfrage.  Bis hierher
003660*  wird nichts geschrieben.
003670*----------------------------------------------------------------
003680 1000-INITIALISIEREN.
003690     MOVE "A" TO JOURNAL-ART
003700     MOVE 0 TO JOURNAL-SATZNUMMER
003710     MOVE SPACES TO JOURNAL-TEXT
003720     MOVE "LAUF BEGONNEN" TO JT-GRUND
003730     PERFORM 8000-JOURNAL-SCHREIBEN
003740         THRU 8000-JOURNAL-SCHREIBEN-EXIT
003750     PERFORM 1020-ZAEHLER-LOESCHEN THRU 1020-ZAEHLER-LOESCHEN-EXIT
003760         VARYING CODE-IDX FROM 1 BY 1
003770         UNTIL CODE-IDX > 15
003780     PERFORM 1050-SPERRE-PRUEFEN THRU 1050-SPERRE-PRUEFEN-EXIT
003790     IF SPERRE-BELEGT
003800         GO TO 1000-INITIALISIEREN-EXIT
003810     END-IF
003820     PERFORM 1100-GENERATION-ERFRAGEN
003830         THRU 1100-GENERATION-ERFRAGEN-EXIT
003840         UNTIL GENERATION-GUELTIG
003850     PERFORM 1200-SICHERUNG-VORLESEN
003860         THRU 1200-SICHERUNG-VORLESEN-EXIT
003870     IF LADE-FEHLER
003880         GO TO 1000-INITIALISIEREN-EXIT
003890     END-IF
003900     IF EB-S-DATUM NUMERIC AND EB-S-ZEIT NUMERIC
003910             AND EB-S-DATUM > 0
003920         MOVE EB-S-DATUM TO SS-DATUM
003930         MOVE EB-S-ZEIT TO SS-ZEIT
003940     ELSE
003950         DISPLAY "Die Sicherung traegt keinen Zeitpunkt "
003960             "(Sicherung aus der Zeit vor der Generationen-"
003970             "fuehrung)."
003980         PERFORM 1300-STAND-ERFRAGEN THRU 1300-STAND-ERFRAGEN-EXIT
003990             UNTIL STAND-GUELTIG
004000         MOVE "J" TO SW-STAND-ERFRAGT
004010     END-IF
004020     DISPLAY "Sicherung " GENERATION-NAME ": " SOLL-ANZAHL
004030         " Spieler, Stand " SS-DATUM " " SS-ZEIT "."
004040     PERFORM 1400-HALT-ERFRAGEN THRU 1400-HALT-ERFRAGEN-EXIT
004050         UNTIL HALT-GUELTIG
004060     DISPLAY "ACHTUNG: die Stammdatei wird aus der Sicherung NEU "
004070         "aufgebaut, der vorhandene Bestand wird ueberschrieben."
004080     DISPLAY "Wiederherstellung durchfuehren (J/N)?"
004090     ACCEPT ANTWORT
004100     INSPECT ANTWORT CONVERTING "jn" TO "JN"
004110     IF ANTWORT = "J"
004120         MOVE "J" TO SW-LAUF-GEWOLLT
004130     ELSE
004140         DISPLAY "Wiederherstellung nicht durchgefuehrt."
004150     END-IF.
004160 1000-INITIALISIEREN-EXIT.
004170     EXIT.
004180
004190 1020-ZAEHLER-LOESCHEN.
004200     MOVE 0 TO CO-NACHGEFAHREN(CODE-IDX)
004210     MOVE 0 TO CO-ABGELEHNT(CODE-IDX).
004220 1020-ZAEHLER-LOESCHEN-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------
004260*  1050-SPERRE-PRUEFEN
004270*  Laufsperre pruefen (siehe SPERRSAT): solange ein Stapellauf
004280*  die Stammdatei exklusiv haelt, wird abgelehnt.
004290*----------------------------------------------------------------
004300 1050-SPERRE-PRUEFEN.
004310     MOVE "N" TO SW-SPERRE-BELEGT
004320     OPEN INPUT SPERRDATEI
004330     IF SPERRE-STATUS = "00"
004340         READ SPERRDATEI
004350             NOT AT END
004360                 MOVE "J" TO SW-SPERRE-BELEGT
004370         END-READ
004380         CLOSE SPERRDATEI
004390     END-IF
004400     IF SPERRE-BELEGT
004410         DISPLAY "Stammdatei ist durch Lauf " SL-LAUF-ID
004420             " (seit " SL-DATUM " " SL-ZEIT ") gesperrt - "
004430             "bitte warten, bis der Lauf beendet ist."
004440         DISPLAY "Haengt die Sperre von einem abgebrochenen "
004450             "Lauf, bitte mit DWZFREI aufheben."
004460     END-IF.
004470 1050-SPERRE-PRUEFEN-EXIT.
004480     EXIT.
004490
004500 1100-GENERATION-ERFRAGEN.
004510     DISPLAY "Sicherung (0 = SICHERBESTAND, 1-3 = SICHERGEN1-3):"
004520     ACCEPT GENERATION
004530     IF GENERATION > 3
004540         DISPLAY "Ungueltige Generation - bitte erneut eingeben."
004550         GO TO 1100-GENERATION-ERFRAGEN-EXIT
004560     END-IF
004570     EVALUATE GENERATION
004580         WHEN 0
004590             MOVE "SICHERBESTAND" TO GENERATION-NAME
004600         WHEN 1
004610             MOVE "SICHERGEN1" TO GENERATION-NAME
004620         WHEN 2
004630             MOVE "SICHERGEN2" TO GENERATION-NAME
004640         WHEN 3
004650             MOVE "SICHERGEN3" TO GENERATION-NAME
004660     END-EVALUATE
004670     MOVE "J" TO SW-GENERATION-GUELTIG.
004680 1100-GENERATION-ERFRAGEN-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------
004720*  1200-SICHERUNG-VORLESEN
004730*  Erster Durchgang ueber die Sicherung, nur lesend: Summensatz
004740*  und Zeitpunkt feststellen, bevor der Bestand angefasst wird.
004750*----------------------------------------------------------------
004760 1200-SICHERUNG-VORLESEN.
004770     PERFORM 8200-SICHERUNG-OEFFNEN
004780         THRU 8200-SICHERUNG-OEFFNEN-EXIT
004790     IF NOT SICHERUNG-OFFEN
004800         MOVE "J" TO SW-LADE-FEHLER
004810         GO TO 1200-SICHERUNG-VORLESEN-EXIT
004820     END-IF
004830     MOVE "N" TO SW-SICHERUNG-ENDE
004840     PERFORM 1210-SATZ-VORLESEN THRU 1210-SATZ-VORLESEN-EXIT
004850         UNTIL SICHERUNG-ENDE
004860     PERFORM 8400-SICHERUNG-SCHLIESSEN
004870         THRU 8400-SICHERUNG-SCHLIESSEN-EXIT
004880     IF NOT SUMMENSATZ-GELESEN
004890         DISPLAY "Kein Summensatz in " GENERATION-NAME
004900             " - Sicherung vermutlich abgeschnitten, nicht "
004910             "verwendbar."
004920         MOVE "J" TO SW-LADE-FEHLER
004930         MOVE "KEIN SUMMENSATZ" TO JT-GRUND
004940         MOVE GENERATION-NAME TO JT-KENNUNG
004950         MOVE "F" TO JOURNAL-ART
004960         MOVE 0 TO JOURNAL-SATZNUMMER
004970         PERFORM 8000-JOURNAL-SCHREIBEN
004980             THRU 8000-JOURNAL-SCHREIBEN-EXIT
004990     END-IF.
005000 1200-SICHERUNG-VORLESEN-EXIT.
005010     EXIT.
005020
005030 1210-SATZ-VORLESEN.
005040     PERFORM 8300-SICHERUNG-LESEN THRU 8300-SICHERUNG-LESEN-EXIT
005050     IF NOT SICHERUNG-ENDE AND EB-KENNUNG = "S"
005060         MOVE "J" TO SW-SUMMENSATZ-GELESEN
005070         MOVE EB-S-ANZAHL TO SOLL-ANZAHL
005080         MOVE EB-S-SUMME-DWZ TO SOLL-SUMME-DWZ
005090         MOVE EB-S-SUMME-SPIELE TO SOLL-SUMME-SPIELE
005100     END-IF.
005110 1210-SATZ-VORLESEN-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150*  1300-STAND-ERFRAGEN
005160*  Zeitpunkt einer Sicherung ohne Zeitstempel vom Bediener:
005170*  Datum und Uhrzeit, zu der DWZUNLD gelaufen ist.  Im Zweifel
005180*  den Beginn des Laufs angeben - ein spaeterer Zeitpunkt
005190*  liesse Eintraege aus, ein frueherer fuehre sie doppelt nach.
005200*----------------------------------------------------------------
005210 1300-STAND-ERFRAGEN.
005220     DISPLAY "Datum der Sicherung (JJJJMMTT):"
005230     ACCEPT SS-DATUM
005240     DISPLAY "Uhrzeit der Sicherung (HHMMSS):"
005250     ACCEPT SS-ZEIT
005260     IF SS-DATUM = 0 OR SS-ZEIT > 235959
005270         DISPLAY "Ungueltiger Zeitpunkt - bitte erneut eingeben."
005280     ELSE
005290         MOVE "J" TO SW-STAND-GUELTIG
005300     END-IF.
005310 1300-STAND-ERFRAGEN-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------
005350*  1400-HALT-ERFRAGEN
005360*  Haltepunkt: Eintraege nach diesem Zeitpunkt werden nicht
005370*  mehr nachgefahren.  Datum 0 = bis zum Ende des Protokolls.
005380*----------------------------------------------------------------
005390 1400-HALT-ERFRAGEN.
005400     DISPLAY "Nachfahren bis Datum (JJJJMMTT, 0 = bis zum Ende):"
005410     ACCEPT HS-DATUM
005420     IF HS-DATUM = 0
005430         MOVE "N" TO SW-HALT-GESETZT
005440         MOVE "J" TO SW-HALT-GUELTIG
005450         GO TO 1400-HALT-ERFRAGEN-EXIT
005460     END-IF
005470     DISPLAY "Nachfahren bis Uhrzeit (HHMMSS):"
005480     ACCEPT HS-ZEIT
005490     IF HS-ZEIT > 235959
005500         DISPLAY "Ungueltige Uhrzeit - bitte erneut eingeben."
005510         GO TO 1400-HALT-ERFRAGEN-EXIT
005520     END-IF
005530     IF HALT-STAND < SICHER-STAND
005540         DISPLAY "Haltepunkt liegt vor der Sicherung - bitte "
005550             "erneut eingeben."
005560         GO TO 1400-HALT-ERFRAGEN-EXIT
005570     END-IF
005580     MOVE "J" TO SW-HALT-GESETZT
005590     MOVE "J" TO SW-HALT-GUELTIG.
005600 1400-HALT-ERFRAGEN-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640*  2000-SICHERUNG-LADEN
005650*  Zweiter Durchgang: Stammdatei neu schreiben und Kontroll-
005660*  zahlen gegen den Summensatz pruefen (wie DWZRELD).
005670*----------------------------------------------------------------
005680 2000-SICHERUNG-LADEN.
005690     OPEN OUTPUT WIEDERBERICHT
005700     IF BERICHT-STATUS NOT = "00"
005710         DISPLAY "Wiederherstellungsbericht nicht geoeffnet, "
005720             "Status " BERICHT-STATUS
005730     ELSE
005740         MOVE "J" TO SW-BERICHT-OFFEN
005750     END-IF
005760     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
005770     MOVE AKTUELLES-DATUM TO KZ-DATUM
005780     MOVE KOPF-ZEILE-1 TO WB-DRUCKZEILE
005790     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
005800     MOVE KOPF-ZEILE-2 TO WB-DRUCKZEILE
005810     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
005820     MOVE GENERATION-NAME TO SZ-NAME
005830     MOVE SS-DATUM TO SZ-DATUM
005840     MOVE SS-ZEIT TO SZ-ZEIT
005850     MOVE SICHERUNG-ZEILE TO WB-DRUCKZEILE
005860     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
005870     IF STAND-ERFRAGT
005880         MOVE "(ZEITPUNKT DER SICHERUNG VOM BEDIENER EINGEGEBEN)"
005890             TO HW-TEXT
005900         MOVE HINWEIS-ZEILE TO WB-DRUCKZEILE
005910         PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
005920     END-IF
005930
005940     OPEN OUTPUT SPIELERDATEI
005950     IF SPIELER-STATUS NOT = "00"
005960         DISPLAY "Spielerdatei nicht geoeffnet, Status "
005970             SPIELER-STATUS
005980         MOVE "J" TO SW-LADE-FEHLER
005990         GO TO 2000-SICHERUNG-LADEN-EXIT
006000     END-IF
006010     MOVE "J" TO SW-SPIELERDATEI-OFFEN
006020     MOVE "J" TO SW-BESTAND-ANGEFASST
006030     PERFORM 8200-SICHERUNG-OEFFNEN
006040         THRU 8200-SICHERUNG-OEFFNEN-EXIT
006050     IF NOT SICHERUNG-OFFEN
006060         MOVE "J" TO SW-LADE-FEHLER
006070         GO TO 2000-SICHERUNG-LADEN-EXIT
006080     END-IF
006090     MOVE "N" TO SW-SICHERUNG-ENDE
006100     PERFORM 2100-SATZ-LADEN THRU 2100-SATZ-LADEN-EXIT
006110         UNTIL SICHERUNG-ENDE
006120     PERFORM 8400-SICHERUNG-SCHLIESSEN
006130         THRU 8400-SICHERUNG-SCHLIESSEN-EXIT
006140     CLOSE SPIELERDATEI
006150     MOVE "N" TO SW-SPIELERDATEI-OFFEN
006160     PERFORM 2200-SUMMEN-PRUEFEN THRU 2200-SUMMEN-PRUEFEN-EXIT
006161     IF UMGESTELLT-ZAEHLER > 0
006162         DISPLAY UMGESTELLT-ZAEHLER " Saetze aus der Zeit vor "
006163             "dem Geburtsdatum umgestellt - Geburtsdatum "
006164             "geschaetzt, bitte ueber DWZWART (Funktion 7) "
006165             "pruefen."
006166     END-IF
006170     MOVE SATZ-ZAEHLER TO LZ-ANZAHL
006180     MOVE SUMME-DWZ TO LZ-SUMME-DWZ
006190     MOVE SUMME-SPIELE TO LZ-SUMME-SPIELE
006200     MOVE LADE-ZEILE TO WB-DRUCKZEILE
006210     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT.
006220 2000-SICHERUNG-LADEN-EXIT.
006230     EXIT.
006240
006250 2100-SATZ-LADEN.
006260     PERFORM 8300-SICHERUNG-LESEN THRU 8300-SICHERUNG-LESEN-EXIT
006270     IF SICHERUNG-ENDE OR EB-KENNUNG NOT = "D"
006280         GO TO 2100-SATZ-LADEN-EXIT
006290     END-IF
006291     MOVE EB-SPIELER-ABBILD TO SP-SATZ
006292     IF EB-ALT-ERWEITERUNG = SPACES
006293         MOVE 0 TO SCHAETZ-ALTER
006294         IF EB-ALT-ALTER NUMERIC
006295             MOVE EB-ALT-ALTER TO SCHAETZ-ALTER
006296         END-IF
006297         MOVE SS-DATUM TO SCHAETZ-STICHTAG
006298         PERFORM 3600-GEBDATUM-SCHAETZEN
006299             THRU 3600-GEBDATUM-SCHAETZEN-EXIT
006300         ADD 1 TO UMGESTELLT-ZAEHLER
006301     END-IF
006310     WRITE SP-SATZ
006320         INVALID KEY
006330             DISPLAY "Satz " SP-SPIELER-ID " nicht "
006340                 "geschrieben, Status " SPIELER-STATUS
006350             MOVE "J" TO SW-LADE-FEHLER
006360             MOVE "SATZ NICHT GESCHRIEBEN" TO JT-GRUND
006370             MOVE SP-SPIELER-ID TO JT-KENNUNG
006380             MOVE "F" TO JOURNAL-ART
006390             MOVE 0 TO JOURNAL-SATZNUMMER
006400             PERFORM 8000-JOURNAL-SCHREIBEN
006410                 THRU 8000-JOURNAL-SCHREIBEN-EXIT
006420         NOT INVALID KEY
006430             ADD 1 TO SATZ-ZAEHLER
006440             ADD SP-DWZ TO SUMME-DWZ
006450             ADD SP-SPIELE-GEZAEHLT TO SUMME-SPIELE
006460     END-WRITE.
006470 2100-SATZ-LADEN-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------------
006510*  2200-SUMMEN-PRUEFEN
006520*  Nachgefahren wird nur auf einen Bestand, dessen Kontroll-
006530*  zahlen mit dem Summensatz der Sicherung uebereinstimmen.
006540*----------------------------------------------------------------
006550 2200-SUMMEN-PRUEFEN.
006560     IF SATZ-ZAEHLER NOT = SOLL-ANZAHL
006570             OR SUMME-DWZ NOT = SOLL-SUMME-DWZ
006580             OR SUMME-SPIELE NOT = SOLL-SUMME-SPIELE
006590         DISPLAY "Kontrollzahlen weichen vom Summensatz ab: "
006600             "Saetze " SATZ-ZAEHLER "/" SOLL-ANZAHL
006610             ", DWZ " SUMME-DWZ "/" SOLL-SUMME-DWZ
006620             ", Partien " SUMME-SPIELE "/" SOLL-SUMME-SPIELE
006630         MOVE "J" TO SW-LADE-FEHLER
006640         MOVE "KONTROLLZAHL WEICHT AB" TO JT-GRUND
006650         MOVE GENERATION-NAME TO JT-KENNUNG
006660         MOVE "F" TO JOURNAL-ART
006670         MOVE 0 TO JOURNAL-SATZNUMMER
006680         PERFORM 8000-JOURNAL-SCHREIBEN
006690             THRU 8000-JOURNAL-SCHREIBEN-EXIT
006700     END-IF.
006710 2200-SUMMEN-PRUEFEN-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------------
006750*  3000-PROTOKOLL-NACHFAHREN
006760*  Liegt die Sicherung vor dem Stichtag des letzten Jahres-
006770*  abschlusses, stehen die Eintraege bis dahin im Archiv: erst
006780*  das Archiv, dann das Protokoll nachfahren (die Vortraege "V"
006790*  fuehren DWZ und Zaehler dabei zum Stichtag zusammen).
006800*----------------------------------------------------------------
006810 3000-PROTOKOLL-NACHFAHREN.
006820     OPEN I-O SPIELERDATEI
006830     IF SPIELER-STATUS NOT = "00"
006840         DISPLAY "Spielerdatei nicht geoeffnet, Status "
006850             SPIELER-STATUS
006860         MOVE "J" TO SW-LADE-FEHLER
006870         GO TO 3000-PROTOKOLL-NACHFAHREN-EXIT
006880     END-IF
006890     MOVE "J" TO SW-SPIELERDATEI-OFFEN
006900     IF HALT-GESETZT
006910         MOVE HS-DATUM TO HZ-DATUM
006920         MOVE HS-ZEIT TO HZ-ZEIT
006930         MOVE HALT-ZEILE TO WB-DRUCKZEILE
006940     ELSE
006950         MOVE "HALTEPUNKT:       ENDE DES PROTOKOLLS" TO HW-TEXT
006960         MOVE HINWEIS-ZEILE TO WB-DRUCKZEILE
006970     END-IF
006980     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
006990     PERFORM 3050-STICHTAG-ERMITTELN
007000         THRU 3050-STICHTAG-ERMITTELN-EXIT
007010     MOVE TRENN-ZEILE TO WB-DRUCKZEILE
007020     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
007030     IF ARCHIV-NOETIG
007040         PERFORM 3100-ARCHIV-NACHFAHREN
007050             THRU 3100-ARCHIV-NACHFAHREN-EXIT
007060     END-IF
007070     OPEN INPUT PROTOKOLLDATEI
007080     IF PROTOKOLL-STATUS NOT = "00"
007090         DISPLAY "Protokolldatei nicht geoeffnet, Status "
007100             PROTOKOLL-STATUS " - nichts nachgefahren."
007110         MOVE "PROTOKOLLDATEI NICHT LESBAR - NICHTS NACHGEFAHREN"
007120             TO HW-TEXT
007130         MOVE HINWEIS-ZEILE TO WB-DRUCKZEILE
007140         PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
007150         MOVE "J" TO SW-NACHFAHR-FEHLER
007160         GO TO 3000-PROTOKOLL-NACHFAHREN-EXIT
007170     END-IF
007180     MOVE "N" TO SW-DATEI-ENDE
007190     PERFORM 3200-PROTOKOLL-EINTRAG
007200         THRU 3200-PROTOKOLL-EINTRAG-EXIT
007210         UNTIL DATEI-ENDE
007220     CLOSE PROTOKOLLDATEI.
007230 3000-PROTOKOLL-NACHFAHREN-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------
007270*  3050-STICHTAG-ERMITTELN
007280*  Nach einem Jahresabschluss beginnt das Protokoll mit den
007290*  Vortragseintraegen "V", datiert auf den Stichtag (siehe
007300*  DWZARCH); alles bis dahin steht im Archiv.
007310*----------------------------------------------------------------
007320 3050-STICHTAG-ERMITTELN.
007330     OPEN INPUT PROTOKOLLDATEI
007340     IF PROTOKOLL-STATUS NOT = "00"
007350         GO TO 3050-STICHTAG-ERMITTELN-EXIT
007360     END-IF
007370     READ PROTOKOLLDATEI
007380         NOT AT END
007390             IF AU-ERGEBNIS = "V"
007400                 MOVE AU-DATUM TO ABSCHLUSS-STICHTAG
007410             END-IF
007420     END-READ
007430     CLOSE PROTOKOLLDATEI
007440     IF ABSCHLUSS-STICHTAG NOT < SS-DATUM
007450         MOVE "J" TO SW-ARCHIV-NOETIG
007460         MOVE "SICHERUNG VOR ABSCHLUSS: ARCHIV NACHGEFAHREN"
007470             TO HW-TEXT
007480         MOVE HINWEIS-ZEILE TO WB-DRUCKZEILE
007490         PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
007500     END-IF.
007510 3050-STICHTAG-ERMITTELN-EXIT.
007520     EXIT.
007530
007540 3100-ARCHIV-NACHFAHREN.
007550     OPEN INPUT ARCHIVDATEI
007560     IF ARCHIV-STATUS NOT = "00"
007570         DISPLAY "Archivdatei nicht geoeffnet, Status "
007580             ARCHIV-STATUS " - es wird nur das Protokoll "
007590             "nachgefahren."
007600         MOVE "ARCHIVDATEI NICHT LESBAR - NUR PROTOKOLL"
007610             TO HW-TEXT
007620         MOVE HINWEIS-ZEILE TO WB-DRUCKZEILE
007630         PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
007640         MOVE "J" TO SW-NACHFAHR-FEHLER
007650         GO TO 3100-ARCHIV-NACHFAHREN-EXIT
007660     END-IF
007670     MOVE "N" TO SW-DATEI-ENDE
007680     PERFORM 3110-ARCHIV-EINTRAG THRU 3110-ARCHIV-EINTRAG-EXIT
007690         UNTIL DATEI-ENDE
007700     CLOSE ARCHIVDATEI.
007710 3100-ARCHIV-NACHFAHREN-EXIT.
007720     EXIT.
007730
007740 3110-ARCHIV-EINTRAG.
007750     READ ARCHIVDATEI INTO AU-ZEILE
007760         AT END
007770             MOVE "J" TO SW-DATEI-ENDE
007780         NOT AT END
007790             ADD 1 TO ARCHIV-ZAEHLER
007800             PERFORM 3300-EINTRAG-PRUEFEN
007810                 THRU 3300-EINTRAG-PRUEFEN-EXIT
007820     END-READ.
007830 3110-ARCHIV-EINTRAG-EXIT.
007840     EXIT.
007850
007860 3200-PROTOKOLL-EINTRAG.
007870     READ PROTOKOLLDATEI
007880         AT END
007890             MOVE "J" TO SW-DATEI-ENDE
007900         NOT AT END
007910             PERFORM 3300-EINTRAG-PRUEFEN
007920                 THRU 3300-EINTRAG-PRUEFEN-EXIT
007930     END-READ.
007940 3200-PROTOKOLL-EINTRAG-EXIT.
007950     EXIT.
007960
007970*----------------------------------------------------------------
007980*  3300-EINTRAG-PRUEFEN
007990*  Eintraege bis zum Zeitpunkt der Sicherung sind im Bestand
008000*  schon enthalten; ab dem ersten Eintrag nach dem Haltepunkt
008010*  wird nur noch gezaehlt.
008020*----------------------------------------------------------------
008030 3300-EINTRAG-PRUEFEN.
008040     ADD 1 TO EINTRAG-ZAEHLER
008050     IF HALT-ERREICHT
008060         ADD 1 TO NACH-HALT-ZAEHLER
008070         GO TO 3300-EINTRAG-PRUEFEN-EXIT
008080     END-IF
008090     IF AU-DATUM NOT NUMERIC OR AU-ZEIT NOT NUMERIC
008100         MOVE 0 TO CODE-IDX
008110         MOVE "ZEITPUNKT UNLESBAR" TO ABLEHN-GRUND
008120         PERFORM 3900-EINTRAG-ABLEHNEN
008130             THRU 3900-EINTRAG-ABLEHNEN-EXIT
008140         GO TO 3300-EINTRAG-PRUEFEN-EXIT
008150     END-IF
008160     MOVE AU-DATUM TO ES-DATUM
008170     MOVE AU-ZEIT TO ES-ZEIT
008180     IF EINTRAG-STAND NOT > SICHER-STAND
008190         ADD 1 TO IN-SICHERUNG-ZAEHLER
008200         GO TO 3300-EINTRAG-PRUEFEN-EXIT
008210     END-IF
008220     IF HALT-GESETZT AND EINTRAG-STAND > HALT-STAND
008230         MOVE "J" TO SW-HALT-ERREICHT
008240         ADD 1 TO NACH-HALT-ZAEHLER
008250         GO TO 3300-EINTRAG-PRUEFEN-EXIT
008260     END-IF
008270     PERFORM 3400-EINTRAG-ANWENDEN
008280         THRU 3400-EINTRAG-ANWENDEN-EXIT.
008290 3300-EINTRAG-PRUEFEN-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------
008330*  3400-EINTRAG-ANWENDEN
008340*  Einen Protokolleintrag auf die Stammdatei anwenden (Codes
008350*  siehe Programmkopf und AUDZEIL).
008360*----------------------------------------------------------------
008370 3400-EINTRAG-ANWENDEN.
008380     MOVE "N" TO SW-CODE-GEFUNDEN
008390     PERFORM 3410-CODE-SUCHEN THRU 3410-CODE-SUCHEN-EXIT
008400         VARYING CODE-IDX FROM 1 BY 1
008410         UNTIL CODE-IDX > 15 OR CODE-GEFUNDEN
008420     IF NOT CODE-GEFUNDEN
008430         MOVE 0 TO CODE-IDX
008440         MOVE "CODE UNBEKANNT" TO ABLEHN-GRUND
008450         PERFORM 3900-EINTRAG-ABLEHNEN
008460             THRU 3900-EINTRAG-ABLEHNEN-EXIT
008470         GO TO 3400-EINTRAG-ANWENDEN-EXIT
008480     END-IF
008490     SUBTRACT 1 FROM CODE-IDX
008500     MOVE "J" TO SW-SPIELER-VORHANDEN
008510     MOVE AU-SPIELER-ID TO SP-SPIELER-ID
008520     READ SPIELERDATEI
008530         INVALID KEY
008540             MOVE "N" TO SW-SPIELER-VORHANDEN
008550     END-READ
008560     IF AU-ERGEBNIS = "E"
008570         PERFORM 3500-SPIELER-ANLEGEN
008580             THRU 3500-SPIELER-ANLEGEN-EXIT
008590         GO TO 3400-EINTRAG-ANWENDEN-EXIT
008600     END-IF
008610     IF NOT SPIELER-VORHANDEN
008620         MOVE "SPIELER NICHT IM BESTAND" TO ABLEHN-GRUND
008630         PERFORM 3900-EINTRAG-ABLEHNEN
008640             THRU 3900-EINTRAG-ABLEHNEN-EXIT
008650         GO TO 3400-EINTRAG-ANWENDEN-EXIT
008660     END-IF
008670     EVALUATE AU-ERGEBNIS
008680         WHEN "W"
008690         WHEN "D"
008700         WHEN "L"
008710             MOVE AU-NEUE-DWZ TO SP-DWZ
008720             ADD 1 TO SP-SPIELE-GEZAEHLT
008730             MOVE AU-DATUM TO SP-LETZTE-BEWERTUNG
008740         WHEN "T"
008750             MOVE AU-NEUE-DWZ TO SP-DWZ
008760             ADD AU-GEGNERZAHL TO SP-SPIELE-GEZAEHLT
008770             MOVE AU-DATUM TO SP-LETZTE-BEWERTUNG
008780         WHEN "S"
008790             MOVE AU-NEUE-DWZ TO SP-DWZ
008800             IF AU-GEGNERZAHL > SP-SPIELE-GEZAEHLT
008810                 MOVE 0 TO SP-SPIELE-GEZAEHLT
008820             ELSE
008830                 SUBTRACT AU-GEGNERZAHL FROM SP-SPIELE-GEZAEHLT
008840             END-IF
008850         WHEN "R"
008860             MOVE AU-NEUE-DWZ TO SP-DWZ
008870         WHEN "V"
008880             MOVE AU-NEUE-DWZ TO SP-DWZ
008890             MOVE AU-GEGNERZAHL TO SP-SPIELE-GEZAEHLT
008900         WHEN "Z"
008910             ADD AU-GEGNERZAHL TO SP-SPIELE-GEZAEHLT
008920         WHEN "N"
008930             IF AU-STAMM-NAME = SPACES
008940                 MOVE "N OHNE NAMEN (ALTBESTAND)" TO ABLEHN-GRUND
008950                 PERFORM 3900-EINTRAG-ABLEHNEN
008960                     THRU 3900-EINTRAG-ABLEHNEN-EXIT
008970                 GO TO 3400-EINTRAG-ANWENDEN-EXIT
008980             END-IF
008990             MOVE AU-STAMM-NAME TO SP-NAME
009000         WHEN "A"
009002             IF AU-STAMM-GEBDATUM NUMERIC
009004                 MOVE AU-STAMM-GEBDATUM TO SP-GEBURTSDATUM
009006                 MOVE SPACE TO SP-GEBDAT-KENNZ
009008             ELSE
009010                 MOVE AU-GEGNERZAHL TO SCHAETZ-ALTER
009012                 MOVE AU-DATUM TO SCHAETZ-STICHTAG
009014                 PERFORM 3600-GEBDATUM-SCHAETZEN
009016                     THRU 3600-GEBDATUM-SCHAETZEN-EXIT
009018             END-IF
009020         WHEN "J"
009022             CONTINUE
009030         WHEN "G"
009040             MOVE "G" TO SP-STATUS
009050         WHEN "F"
009060             MOVE SPACE TO SP-STATUS
009070         WHEN "U"
009080             MOVE AU-GEGNERZAHL TO SP-VEREIN-NR
009090     END-EVALUATE
009100     REWRITE SP-SATZ
009110         INVALID KEY
009120             MOVE "NICHT FORTGESCHRIEBEN" TO ABLEHN-GRUND
009130             PERFORM 3900-EINTRAG-ABLEHNEN
009140                 THRU 3900-EINTRAG-ABLEHNEN-EXIT
009150         NOT INVALID KEY
009160             ADD 1 TO CO-NACHGEFAHREN(CODE-IDX)
009170             ADD 1 TO NACHGEFAHREN-ZAEHLER
009180     END-REWRITE.
009190 3400-EINTRAG-ANWENDEN-EXIT.
009200     EXIT.
009210
009220 3410-CODE-SUCHEN.
009230     IF CO-CODE(CODE-IDX) = AU-ERGEBNIS
009240         MOVE "J" TO SW-CODE-GEFUNDEN
009250     END-IF.
009260 3410-CODE-SUCHEN-EXIT.
009270     EXIT.
009280
009290*----------------------------------------------------------------
009300*  3500-SPIELER-ANLEGEN
009310*  Ersteinstufung "E": Satz wie in DWZNEU anlegen.  Eintraege
009320*  ohne Stammdaten (vor AU-STAMM-...) lassen sich nicht nach-
009330*  fahren, der Spieler ist dann von Hand neu anzulegen.
009340*----------------------------------------------------------------
009350 3500-SPIELER-ANLEGEN.
009360     IF SPIELER-VORHANDEN
009370         MOVE "SPIELER SCHON IM BESTAND" TO ABLEHN-GRUND
009380         PERFORM 3900-EINTRAG-ABLEHNEN
009390             THRU 3900-EINTRAG-ABLEHNEN-EXIT
009400         GO TO 3500-SPIELER-ANLEGEN-EXIT
009410     END-IF
009420     IF AU-STAMM-NAME = SPACES
009430         MOVE "E OHNE STAMMDATEN" TO ABLEHN-GRUND
009440         PERFORM 3900-EINTRAG-ABLEHNEN
009450             THRU 3900-EINTRAG-ABLEHNEN-EXIT
009460         GO TO 3500-SPIELER-ANLEGEN-EXIT
009470     END-IF
009480     MOVE SPACES TO SP-SATZ
009490     MOVE AU-SPIELER-ID TO SP-SPIELER-ID
009500     MOVE AU-STAMM-NAME TO SP-NAME
009510     MOVE AU-NEUE-DWZ TO SP-DWZ
009520     IF AU-STAMM-GEBDATUM NUMERIC
009530         MOVE AU-STAMM-GEBDATUM TO SP-GEBURTSDATUM
009540     ELSE
009542         MOVE 0 TO SCHAETZ-ALTER
009544         IF AU-STAMM-ALTER NUMERIC
009546             MOVE AU-STAMM-ALTER TO SCHAETZ-ALTER
009548         END-IF
009550         MOVE AU-DATUM TO SCHAETZ-STICHTAG
009552         PERFORM 3600-GEBDATUM-SCHAETZEN
009554             THRU 3600-GEBDATUM-SCHAETZEN-EXIT
009560     END-IF
009570     MOVE AU-GEGNERZAHL TO SP-SPIELE-GEZAEHLT
009580     MOVE AU-DATUM TO SP-LETZTE-BEWERTUNG
009590     IF AU-STAMM-VEREIN NUMERIC
009600         MOVE AU-STAMM-VEREIN TO SP-VEREIN-NR
009610     ELSE
009620         MOVE 0 TO SP-VEREIN-NR
009630     END-IF
009640     WRITE SP-SATZ
009650         INVALID KEY
009660             MOVE "NICHT ANGELEGT" TO ABLEHN-GRUND
009670             PERFORM 3900-EINTRAG-ABLEHNEN
009680                 THRU 3900-EINTRAG-ABLEHNEN-EXIT
009690         NOT INVALID KEY
009700             ADD 1 TO CO-NACHGEFAHREN(CODE-IDX)
009710             ADD 1 TO NACHGEFAHREN-ZAEHLER
009720     END-WRITE.
009730 3500-SPIELER-ANLEGEN-EXIT.
009740     EXIT.
009750
009760*----------------------------------------------------------------
009770*  3600-GEBDATUM-SCHAETZEN
009780*  Geburtsdatum aus einem Alter (SCHAETZ-ALTER) zum Stichtag
009790*  (SCHAETZ-STICHTAG) schaetzen wie in DWZRELD: 1. Januar des
009800*  Jahres Stichtag minus Alter, ohne brauchbares Alter 0
009810*  (unbekannt); Kennzeichen "geschaetzt".
009820*----------------------------------------------------------------
009830 3600-GEBDATUM-SCHAETZEN.
009840     MOVE 0 TO SP-GEBURTSDATUM
009850     MOVE "G" TO SP-GEBDAT-KENNZ
009860     IF SCHAETZ-JAHR NOT NUMERIC
009870         GO TO 3600-GEBDATUM-SCHAETZEN-EXIT
009880     END-IF
009890     IF SCHAETZ-ALTER = 0 OR SCHAETZ-ALTER NOT < SCHAETZ-JAHR
009900         GO TO 3600-GEBDATUM-SCHAETZEN-EXIT
009910     END-IF
009920     COMPUTE SP-GEBURTSDATUM =
009930         (SCHAETZ-JAHR - SCHAETZ-ALTER) * 10000 + 101.
009940 3600-GEBDATUM-SCHAETZEN-EXIT.
009950     EXIT.
009960
009970*----------------------------------------------------------------
009980*  3900-EINTRAG-ABLEHNEN
009990*  Abgelehnten Eintrag auf Bericht und Journal (Satznummer =
010000*  laufende Nummer des Eintrags, Archiv vor Protokoll gezaehlt).
010010*  ABLEHN-GRUND und CODE-IDX (0 = unbekannt) sind vom Rufer
010020*  besetzt.
010030*----------------------------------------------------------------
010040 3900-EINTRAG-ABLEHNEN.
010050     ADD 1 TO ABGELEHNT-ZAEHLER
010060     IF CODE-IDX > 0
010070         ADD 1 TO CO-ABGELEHNT(CODE-IDX)
010080     END-IF
010090     MOVE AU-DATUM TO AZ-DATUM
010100     MOVE AU-ZEIT TO AZ-ZEIT
010110     MOVE AU-SPIELER-ID TO AZ-SPIELER-ID
010120     MOVE AU-ERGEBNIS TO AZ-CODE
010130     MOVE ABLEHN-GRUND TO AZ-GRUND
010140     MOVE ABLEHN-ZEILE TO WB-DRUCKZEILE
010150     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
010160     MOVE "F" TO JOURNAL-ART
010170     MOVE EINTRAG-ZAEHLER TO JOURNAL-SATZNUMMER
010180     MOVE ABLEHN-GRUND TO JT-GRUND
010190     MOVE AU-SPIELER-ID TO JT-KENNUNG
010200     PERFORM 8000-JOURNAL-SCHREIBEN
010210         THRU 8000-JOURNAL-SCHREIBEN-EXIT.
010220 3900-EINTRAG-ABLEHNEN-EXIT.
010230     EXIT.
010240
010250*----------------------------------------------------------------
010260*  4000-SUMMEN-DRUCKEN
010270*  Je Code nachgefahren/abgelehnt, dann die Schlusszahlen.
010280*----------------------------------------------------------------
010290 4000-SUMMEN-DRUCKEN.
010300     MOVE TRENN-ZEILE TO WB-DRUCKZEILE
010310     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
010320     PERFORM 4100-CODE-DRUCKEN THRU 4100-CODE-DRUCKEN-EXIT
010330         VARYING CODE-IDX FROM 1 BY 1
010340         UNTIL CODE-IDX > 15
010350     MOVE TRENN-ZEILE TO WB-DRUCKZEILE
010360     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
010370     IF ARCHIV-NOETIG
010380         MOVE "EINTRAEGE AUS DEM ARCHIV GELESEN" TO SZ-TEXT
010390         MOVE ARCHIV-ZAEHLER TO SZ-ANZAHL
010400         MOVE SUMMEN-ZEILE TO WB-DRUCKZEILE
010410         PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
010420     END-IF
010430     MOVE "EINTRAEGE GELESEN" TO SZ-TEXT
010440     MOVE EINTRAG-ZAEHLER TO SZ-ANZAHL
010450     MOVE SUMMEN-ZEILE TO WB-DRUCKZEILE
010460     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
010470     MOVE "DAVON BEREITS IN DER SICHERUNG ENTHALTEN" TO SZ-TEXT
010480     MOVE IN-SICHERUNG-ZAEHLER TO SZ-ANZAHL
010490     MOVE SUMMEN-ZEILE TO WB-DRUCKZEILE
010500     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
010510     MOVE "DAVON NACHGEFAHREN" TO SZ-TEXT
010520     MOVE NACHGEFAHREN-ZAEHLER TO SZ-ANZAHL
010530     MOVE SUMMEN-ZEILE TO WB-DRUCKZEILE
010540     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
010550     MOVE "DAVON ABGELEHNT" TO SZ-TEXT
010560     MOVE ABGELEHNT-ZAEHLER TO SZ-ANZAHL
010570     MOVE SUMMEN-ZEILE TO WB-DRUCKZEILE
010580     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
010590     MOVE "DAVON NACH DEM HALTEPUNKT (NICHT NACHGEFAHREN)"
010600         TO SZ-TEXT
010610     MOVE NACH-HALT-ZAEHLER TO SZ-ANZAHL
010620     MOVE SUMMEN-ZEILE TO WB-DRUCKZEILE
010630     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
010640     DISPLAY "Nachgefahren: " NACHGEFAHREN-ZAEHLER
010650         ", abgelehnt: " ABGELEHNT-ZAEHLER
010660         ", nach dem Haltepunkt: " NACH-HALT-ZAEHLER ".".
010670 4000-SUMMEN-DRUCKEN-EXIT.
010680     EXIT.
010690
010700 4100-CODE-DRUCKEN.
010710     MOVE CO-CODE(CODE-IDX) TO CZ-CODE
010720     MOVE CO-NACHGEFAHREN(CODE-IDX) TO CZ-NACHGEFAHREN
010730     MOVE CO-ABGELEHNT(CODE-IDX) TO CZ-ABGELEHNT
010740     MOVE CODE-ZEILE TO WB-DRUCKZEILE
010750     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT.
010760 4100-CODE-DRUCKEN-EXIT.
010770     EXIT.
010780
010790*----------------------------------------------------------------
010800*  5000-ABGLEICH-RUFEN
010810*  Datei-Abgleich (DWZABGL) ueber den wiederhergestellten
010820*  Bestand; die Stammdatei muss dafuer geschlossen sein.
010830*----------------------------------------------------------------
010840 5000-ABGLEICH-RUFEN.
010850     IF SPIELERDATEI-OFFEN
010860         CLOSE SPIELERDATEI
010870         MOVE "N" TO SW-SPIELERDATEI-OFFEN
010880     END-IF
010890     MOVE 0 TO RETURN-CODE
010900     CALL "DWZABGL"
010910     MOVE RETURN-CODE TO ABGLEICH-RC
010920     MOVE ABGLEICH-RC TO AG-RC
010930     IF ABGLEICH-RC = 0
010940         MOVE "- KEINE ABWEICHUNGEN" TO AG-TEXT
010950     ELSE
010960         MOVE "- ABWEICHUNGEN, SIEHE ABGLBERICHT" TO AG-TEXT
010970     END-IF
010980     MOVE TRENN-ZEILE TO WB-DRUCKZEILE
010990     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
011000     MOVE ABGLEICH-ZEILE TO WB-DRUCKZEILE
011010     PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
011020     IF HALT-GESETZT AND NACH-HALT-ZAEHLER > 0
011030             AND ABGLEICH-RC NOT = 0
011040         MOVE "(NACH HALTEPUNKT SIND ABWEICHUNGEN ZU ERWARTEN)"
011050             TO HW-TEXT
011060         MOVE HINWEIS-ZEILE TO WB-DRUCKZEILE
011070         PERFORM 8600-ZEILE-DRUCKEN THRU 8600-ZEILE-DRUCKEN-EXIT
011080     END-IF
011090     DISPLAY "Abgleich (DWZABGL) beendet, RETURN-CODE "
011100         ABGLEICH-RC ".".
011110 5000-ABGLEICH-RUFEN-EXIT.
011120     EXIT.
011130
011140*----------------------------------------------------------------
011150*  8000-JOURNAL-SCHREIBEN
011160*  Eine Zeile an das Lauf-Journal anhaengen (Uebergabefelder
011170*  JOURNAL-ART/-SATZNUMMER/-TEXT), je Zeile oeffnen und
011180*  schliessen wie in DWZRELD.
011190*----------------------------------------------------------------
011200 8000-JOURNAL-SCHREIBEN.
011210     IF JOURNAL-GESTOERT
011220         GO TO 8000-JOURNAL-SCHREIBEN-EXIT
011230     END-IF
011240     OPEN EXTEND LAUFJOURNAL
011250     IF JOURNAL-STATUS = "35"
011260         OPEN OUTPUT LAUFJOURNAL
011270     END-IF
011280     IF JOURNAL-STATUS NOT = "00"
011290         DISPLAY "Laufjournal nicht geoeffnet, Status "
011300             JOURNAL-STATUS " - Lauf laeuft ohne Journal weiter."
011310         MOVE "J" TO SW-JOURNAL-GESTOERT
011320         GO TO 8000-JOURNAL-SCHREIBEN-EXIT
011330     END-IF
011340     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
011350     ACCEPT UHRZEIT-ROH FROM TIME
011360     MOVE AKTUELLES-DATUM TO LJ-DATUM
011370     MOVE AKTUELLE-ZEIT TO LJ-ZEIT
011380     MOVE LAUF-ID TO LJ-LAUF-ID
011390     MOVE JOURNAL-ART TO LJ-ART
011400     MOVE JOURNAL-SATZNUMMER TO LJ-SATZNUMMER
011410     MOVE JOURNAL-TEXT TO LJ-TEXT
011420     WRITE LJ-ZEILE
011430     CLOSE LAUFJOURNAL.
011440 8000-JOURNAL-SCHREIBEN-EXIT.
011450     EXIT.
011460
011470*----------------------------------------------------------------
011480*  8200-SICHERUNG-OEFFNEN / 8300-SICHERUNG-LESEN /
011490*  8400-SICHERUNG-SCHLIESSEN
011500*  Zugriff auf die gewaehlte Generation.  Gelesen wird nach
011510*  EB-BESTANDSSATZ; ein Summensatz wird zusaetzlich nach
011520*  EB-SUMMENSATZ uebertragen.
011530*----------------------------------------------------------------
011540 8200-SICHERUNG-OEFFNEN.
011550     EVALUATE GENERATION
011560         WHEN 0
011570             OPEN INPUT SICHERBESTAND
011580         WHEN 1
011590             OPEN INPUT SICHERGEN1
011600         WHEN 2
011610             OPEN INPUT SICHERGEN2
011620         WHEN 3
011630             OPEN INPUT SICHERGEN3
011640     END-EVALUATE
011650     IF BESTAND-STATUS NOT = "00"
011660         DISPLAY GENERATION-NAME " nicht geoeffnet, Status "
011670             BESTAND-STATUS
011680         GO TO 8200-SICHERUNG-OEFFNEN-EXIT
011690     END-IF
011700     MOVE "J" TO SW-SICHERUNG-OFFEN.
011710 8200-SICHERUNG-OEFFNEN-EXIT.
011720     EXIT.
011730
011740 8300-SICHERUNG-LESEN.
011750     EVALUATE GENERATION
011760         WHEN 0
011770             READ SICHERBESTAND INTO EB-BESTANDSSATZ
011780                 AT END
011790                     MOVE "J" TO SW-SICHERUNG-ENDE
011800             END-READ
011810         WHEN 1
011820             READ SICHERGEN1 INTO EB-BESTANDSSATZ
011830                 AT END
011840                     MOVE "J" TO SW-SICHERUNG-ENDE
011850             END-READ
011860         WHEN 2
011870             READ SICHERGEN2 INTO EB-BESTANDSSATZ
011880                 AT END
011890                     MOVE "J" TO SW-SICHERUNG-ENDE
011900             END-READ
011910         WHEN 3
011920             READ SICHERGEN3 INTO EB-BESTANDSSATZ
011930                 AT END
011940                     MOVE "J" TO SW-SICHERUNG-ENDE
011950             END-READ
011960     END-EVALUATE
011970     IF NOT SICHERUNG-ENDE AND EB-KENNUNG = "S"
011980         MOVE EB-BESTANDSSATZ TO EB-SUMMENSATZ
011990     END-IF.
012000 8300-SICHERUNG-LESEN-EXIT.
012010     EXIT.
012020
012030 8400-SICHERUNG-SCHLIESSEN.
012040     IF NOT SICHERUNG-OFFEN
012050         GO TO 8400-SICHERUNG-SCHLIESSEN-EXIT
012060     END-IF
012070     EVALUATE GENERATION
012080         WHEN 0
012090             CLOSE SICHERBESTAND
012100         WHEN 1
012110             CLOSE SICHERGEN1
012120         WHEN 2
012130             CLOSE SICHERGEN2
012140         WHEN 3
012150             CLOSE SICHERGEN3
012160     END-EVALUATE
012170     MOVE "N" TO SW-SICHERUNG-OFFEN.
012180 8400-SICHERUNG-SCHLIESSEN-EXIT.
012190     EXIT.
012200
012210 8600-ZEILE-DRUCKEN.
012220     IF BERICHT-OFFEN
012230         WRITE WB-DRUCKZEILE
012240     END-IF.
012250 8600-ZEILE-DRUCKEN-EXIT.
012260     EXIT.
012270
012280*----------------------------------------------------------------
012290*  9999-ABSCHLUSS
012300*----------------------------------------------------------------
012310 9999-ABSCHLUSS.
012320     IF SPIELERDATEI-OFFEN
012330         CLOSE SPIELERDATEI
012340     END-IF
012350     MOVE 0 TO RETURN-CODE
012360     MOVE SPACES TO JOURNAL-TEXT
012370     EVALUATE TRUE
012380         WHEN LADE-FEHLER AND BESTAND-ANGEFASST
012390             DISPLAY "Wiederherstellung NICHT gelungen - Bestand "
012400                 "nicht verwenden."
012410             MOVE "LADEN MISSLUNGEN - BESTAND NICHT VERWENDEN"
012420                 TO HW-TEXT
012430             MOVE HINWEIS-ZEILE TO WB-DRUCKZEILE
012440             PERFORM 8600-ZEILE-DRUCKEN
012450                 THRU 8600-ZEILE-DRUCKEN-EXIT
012460             MOVE 8 TO RETURN-CODE
012470             MOVE "WIEDERHERST. MISSLUNGEN" TO JT-GRUND
012480         WHEN LADE-FEHLER
012490             DISPLAY "Sicherung nicht verwendbar - Stammdatei "
012500                 "unveraendert."
012510             MOVE 8 TO RETURN-CODE
012520             MOVE "SICHERUNG UNBRAUCHBAR" TO JT-GRUND
012530         WHEN NOT LAUF-GEWOLLT
012540             MOVE "NICHT DURCHGEFUEHRT" TO JT-GRUND
012550         WHEN OTHER
012560             IF ABGELEHNT-ZAEHLER > 0 OR ABGLEICH-RC > 0
012570                     OR NACHFAHR-FEHLER
012580                 MOVE 4 TO RETURN-CODE
012590             END-IF
012600             MOVE "WIEDERHERST. BEENDET" TO JT-GRUND
012610     END-EVALUATE
012620     IF BERICHT-OFFEN
012630         CLOSE WIEDERBERICHT
012640     END-IF
012650     MOVE "E" TO JOURNAL-ART
012660     MOVE 0 TO JOURNAL-SATZNUMMER
012670     MOVE NACHGEFAHREN-ZAEHLER TO JT-KENNUNG
012680     PERFORM 8000-JOURNAL-SCHREIBEN
012690         THRU 8000-JOURNAL-SCHREIBEN-EXIT.
012700 9999-ABSCHLUSS-EXIT.
012710     EXIT.
