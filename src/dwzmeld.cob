000100*================================================================
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. DWZMELD.
000130 AUTHOR. A. HOLZMANN.
000140 INSTALLATION. SCHACHVEREIN RECHENZENTRUM.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED. 2026-10-15.
000170*----------------------------------------------------------------
000180*  DWZMELD ist der Meldeausgang an den Bezirk.  Bisher schrieb
000190*  DWZBATCH die Meldedatei bei jedem Lauf neu:  wurden zwei
000200*  Abende bewertet, bevor die Datei zum Bezirk ging, war der
000210*  erste Abend ueberschrieben und nie gemeldet, und seine
000220*  Turniere blieben unbemerkt auf "B".  Jetzt gilt:
000230*    1 = neuer Meldelauf:  alle bewerteten, noch nicht gemelde-
000240*        ten Turniere (TU-STATUS "B", siehe TURNSAT) kommen in
000250*        das Versandpaket (MELDEDATEI, siehe DSBSATZ), egal aus
000260*        wie vielen Bewertungslaeufen sie stammen.  Der Lauf
000270*        erhaelt die naechste Laufnummer; je Turnier wird ein
000280*        Satz ins Meldebuch (MELDEBUCH, siehe MBUCHSAT)
000290*        geschrieben und das Turnier auf "M" gesetzt.
000300*    2 = Wiederholung:  das Paket eines frueheren Laufs wird
000310*        fuer dieselben Turniere neu erstellt (etwa wenn die
000320*        Sendung verloren ging) und mit den Kontrollzahlen im
000330*        Meldebuch verglichen; der Status bleibt unveraendert.
000340*    3 = Fristenliste:  bewertete, noch nicht gemeldete Turniere
000350*        mit ihrer Meldefrist (MELDEFRIST-MONATE nach dem
000360*        Turnierdatum); ueberfaellige sind gekennzeichnet.
000370*
000380*  Die Saetze werden wie im Auswertungsbogen (DWZAUSW) aus dem
000390*  Bewertungs-Protokoll aufgebaut (PROTOKOLLDATEI, davor das
000400*  Archiv ARCHIVDATEI):  je noch wirksamem Eintrag "T" bzw.
000410*  "W"/"D"/"L" (Gegnerseite interner Partien) des Turniers ein
000420*  Detailsatz; ein "S" nimmt den juengsten wirksamen Eintrag des
000430*  Spielers heraus.  Ein Turnier ohne Eintraege mit Turnier-
000440*  kennung (Bewertung aus der Zeit davor) kann nicht aufgebaut
000450*  werden; es bleibt auf "B", wird in der Liste gekennzeichnet
000460*  und muss von Hand gemeldet werden (DWZTURN, Funktion 4).
000470*
000480*  Zu jedem Lauf wird die Liste MELDELISTE gedruckt.  Funktion 1
000490*  und 2 pruefen die Laufsperre (siehe SPERRSAT).  RETURN-CODE 4,
000500*  wenn ein Turnier nicht gemeldet werden konnte, eine Wieder-
000510*  holung von den Kontrollzahlen abweicht oder Turniere ueber-
000520*  faellig sind; 8, wenn eine Datei fehlt oder eine Tabelle
000525*  ueberlaeuft (dann wird weder ein Paket geschrieben noch das
000527*  Meldebuch oder ein Turnierstatus fortgeschrieben).
000530*----------------------------------------------------------------
000540*  AENDERUNGEN:
000550*  2026-10-15  AH  Neu angelegt fuer den kumulativen Meldeausgang
000560*                  mit Meldebuch, Wiederholung und Fristenliste.
000570*================================================================
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SPECIAL-NAMES.
000610     DECIMAL-POINT IS COMMA.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT TURNIERDATEI ASSIGN TO "TURNIERDATEI"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS TU-TURNIER-ID
000680         FILE STATUS IS TURNIER-STATUS.
000690
000700     SELECT PROTOKOLLDATEI ASSIGN TO "PROTOKOLLDATEI"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS PROTOKOLL-STATUS.
000730
000740     SELECT ARCHIVDATEI ASSIGN TO "ARCHIVDATEI"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS ARCHIV-STATUS.
000770
000780     SELECT MELDEDATEI ASSIGN TO "MELDEDATEI"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS MELDE-STATUS.
000810
000820     SELECT MELDEBUCH ASSIGN TO "MELDEBUCH"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS BUCH-STATUS.
000850
000860     SELECT MELDELISTE ASSIGN TO "MELDELISTE"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS LISTE-STATUS.
000890
000900     SELECT SPERRDATEI ASSIGN TO "SPERRDATEI"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS SPERRE-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  TURNIERDATEI.
000970 COPY TURNSAT.
000980
000990 FD  PROTOKOLLDATEI.
001000 COPY AUDZEIL.
001010
001020 FD  ARCHIVDATEI.
001030 01  AR-ZEILE                    PIC X(120).
001040
001050 FD  MELDEDATEI.
001060 COPY DSBSATZ.
001070
001080 FD  MELDEBUCH.
001090 COPY MBUCHSAT.
001100
001110 FD  MELDELISTE.
001120 01  ML-DRUCKZEILE               PIC X(80).
001130
001140 FD  SPERRDATEI.
001150 COPY SPERRSAT.
001160
001170 WORKING-STORAGE SECTION.
001180 01  TURNIER-STATUS              PIC X(02).
001190 01  PROTOKOLL-STATUS            PIC X(02).
001200 01  ARCHIV-STATUS               PIC X(02).
001210 01  MELDE-STATUS                PIC X(02).
001220 01  BUCH-STATUS                 PIC X(02).
001230 01  LISTE-STATUS                PIC X(02).
001240 01  SPERRE-STATUS               PIC X(02).
001250
001260 01  FUNKTION                    PIC X(01).
001270 01  MELDE-ART                   PIC X(01).
001280 01  LAUF-NR                     PIC 9(04) VALUE 0.
001290 01  MAX-LAUF-NR                 PIC 9(04) VALUE 0.
001300 01  AKT-TURNIER-ID              PIC X(08).
001310 01  AKTUELLES-DATUM             PIC 9(08).
001320 01  UHRZEIT-ROH.
001330     05  AKTUELLE-ZEIT           PIC 9(06).
001340     05  FILLER                  PIC 9(02).
001350 01  MONATS-RECHNUNG.
001360     05  MR-JAHR                 PIC 9(04).
001370     05  MR-MONAT                PIC 9(02).
001380     05  MR-TAG                  PIC 9(02).
001381*  Tage je Monat (Februar ohne Schalttag, siehe 4110)
001382 01  MONATS-LAENGEN-WERTE        PIC X(24)
001383         VALUE "312831303130313130313031".
001384 01  MONATS-LAENGEN-TABELLE REDEFINES MONATS-LAENGEN-WERTE.
001385     05  MONATS-LAENGE           PIC 9(02) OCCURS 12 TIMES.
001386 01  MONATS-ENDE                 PIC 9(02).
001387 01  SCHALT-QUOTIENT             PIC 9(04).
001388 01  SCHALT-REST                 PIC 9(03).
001390
001400*  Meldefrist des Bezirks: Monate nach dem Turnierdatum
001410 01  MELDEFRIST-MONATE           PIC 9(01) VALUE 1.
001420
001430*  Turniere des Laufs (bzw. der Fristenliste); MT-BUCH-* sind bei
001440*  einer Wiederholung die Kontrollzahlen aus dem Meldebuch.
001450 01  MELDE-TABELLE.
001460     05  MT-ANZAHL               PIC 9(04) COMP VALUE 0.
001470     05  MT-EINTRAG OCCURS 500 TIMES.
001480         10  MT-TURNIER-ID       PIC X(08).
001490         10  MT-NAME             PIC X(25).
001500         10  MT-DATUM            PIC 9(08).
001510         10  MT-SAETZE           PIC 9(06).
001520         10  MT-SUMME-ALT        PIC 9(08).
001530         10  MT-SUMME-NEU        PIC 9(08).
001540         10  MT-BUCH-ANZAHL      PIC 9(06).
001550         10  MT-BUCH-SUMME-ALT   PIC 9(08).
001560         10  MT-BUCH-SUMME-NEU   PIC 9(08).
001570 01  MT-MAXIMUM                  PIC 9(04) VALUE 500.
001580 01  MT-IDX                      PIC 9(04) COMP.
001590 01  MT-TREFFER-IDX              PIC 9(04) COMP.
001600
001610*  Noch wirksame Bewertungseintraege der Turniere in Protokoll-
001620*  reihenfolge (wie BEWERTUNG-TABELLE in DWZAUSW).
001630 01  BEWERTUNG-TABELLE.
001640     05  BE-ANZAHL               PIC 9(04) COMP VALUE 0.
001650     05  BE-EINTRAG OCCURS 5000 TIMES.
001660         10  BE-MT-IDX           PIC 9(04) COMP.
001670         10  BE-SPIELER-ID       PIC 9(06).
001680         10  BE-ALTE-DWZ         PIC 9(04).
001690         10  BE-RUNDEN           PIC 9(02).
001700         10  BE-PUNKTE           PIC 9(02)V9(01).
001710         10  BE-NEUE-DWZ         PIC 9(04).
001720         10  BE-STORNIERT        PIC X(01).
001730 01  BE-MAXIMUM                  PIC 9(04) VALUE 5000.
001740 01  BE-IDX                      PIC 9(04) COMP.
001750 01  BE-TREFFER-IDX              PIC 9(04) COMP.
001760
001770 01  GESENDET-ZAEHLER            PIC 9(04) VALUE 0.
001780 01  NICHT-GESENDET-ZAEHLER      PIC 9(04) VALUE 0.
001790 01  ABWEICHUNG-ZAEHLER          PIC 9(04) VALUE 0.
001800 01  DETAIL-ZAEHLER              PIC 9(06) VALUE 0.
001810 01  UEBERFAELLIG-ZAEHLER        PIC 9(04) VALUE 0.
001820 01  IN-FRIST-ZAEHLER            PIC 9(04) VALUE 0.
001825 01  MIT-DATEN-ZAEHLER           PIC 9(04) VALUE 0.
001830
001840 01  LAUF-KOPF-ZEILE.
001850     05  FILLER                  PIC X(10) VALUE "MELDELAUF ".
001860     05  LK-LAUF-NR              PIC 9(04).
001870     05  FILLER                  PIC X(06) VALUE "  VOM ".
001880     05  LK-DATUM                PIC 9(08).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  LK-ART                  PIC X(30).
001910     05  FILLER                  PIC X(20) VALUE SPACES.
001920
001930 01  FRIST-KOPF-ZEILE.
001940     05  FILLER                  PIC X(17)
001950             VALUE "FRISTENLISTE ZUM ".
001960     05  FK-DATUM                PIC 9(08).
001970     05  FILLER                  PIC X(14) VALUE "  MELDEFRIST ".
001980     05  FK-MONATE               PIC 9(01).
001990     05  FILLER                  PIC X(30)
002000             VALUE " MONAT(E) NACH TURNIERDATUM".
002010     05  FILLER                  PIC X(10) VALUE SPACES.
002020
002030 01  TRENN-ZEILE.
002040     05  FILLER                  PIC X(80) VALUE ALL "=".
002050
002060 01  LAUF-SPALTEN-ZEILE.
002070     05  FILLER                  PIC X(40) VALUE
002080         "TURNIER   NAME                 DATUM    ".
002090     05  FILLER                  PIC X(40) VALUE
002100         " SAETZE SUMME ALT  SUMME NEU VERMERK    ".
002110
002120 01  FRIST-SPALTEN-ZEILE.
002130     05  FILLER                  PIC X(40) VALUE
002140         "TURNIER   NAME                       DAT".
002150     05  FILLER                  PIC X(40) VALUE
002160         "UM     FRIST     VERMERK                ".
002170
002180 01  LAUF-ZEILE.
002190     05  LZ-TURNIER-ID           PIC X(08).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  LZ-NAME                 PIC X(20).
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  LZ-DATUM                PIC 9(08).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  LZ-SAETZE               PIC ZZZZZ9.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  LZ-SUMME-ALT            PIC ZZZZZZZ9.
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  LZ-SUMME-NEU            PIC ZZZZZZZ9.
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002310     05  LZ-VERMERK              PIC X(12).
002320
002330 01  BUCH-ZEILE.
002340     05  FILLER                  PIC X(31)
002350             VALUE "          LAUT MELDEBUCH       ".
002360     05  FILLER                  PIC X(10) VALUE SPACES.
002370     05  BZ-SAETZE               PIC ZZZZZ9.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  BZ-SUMME-ALT            PIC ZZZZZZZ9.
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  BZ-SUMME-NEU            PIC ZZZZZZZ9.
002420     05  FILLER                  PIC X(13) VALUE SPACES.
002430
002440 01  FRIST-ZEILE.
002450     05  FZ-TURNIER-ID           PIC X(08).
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  FZ-NAME                 PIC X(25).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  FZ-DATUM                PIC 9(08).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  FZ-FRIST                PIC 9(08).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  FZ-VERMERK              PIC X(14).
002540     05  FILLER                  PIC X(09) VALUE SPACES.
002550
002560 01  LAUF-SUMMEN-ZEILE.
002570     05  FILLER                  PIC X(10) VALUE "GEMELDET  ".
002580     05  LS-GESENDET             PIC ZZZ9.
002590     05  FILLER                  PIC X(10) VALUE " TURNIERE ".
002600     05  LS-DETAIL               PIC ZZZZZ9.
002610     05  FILLER                  PIC X(16)
002620             VALUE " DETAILSAETZE   ".
002630     05  FILLER                  PIC X(16)
002640             VALUE "NICHT GEMELDET  ".
002650     05  LS-NICHT-GESENDET       PIC ZZZ9.
002660     05  FILLER                  PIC X(14) VALUE SPACES.
002670
002680 01  FRIST-SUMMEN-ZEILE.
002690     05  FILLER                  PIC X(13) VALUE "UEBERFAELLIG ".
002700     05  FS-UEBERFAELLIG         PIC ZZZ9.
002710     05  FILLER                  PIC X(16)
002720             VALUE "   IN DER FRIST ".
002730     05  FS-IN-FRIST             PIC ZZZ9.
002740     05  FILLER                  PIC X(43) VALUE SPACES.
002750
002760 01  HINWEIS-ZEILE.
002770     05  FILLER                  PIC X(40) VALUE
002780         "KEINE DATEN = KEINE PROTOKOLLEINTRAEGE M".
002790     05  FILLER                  PIC X(40) VALUE
002800         "IT TURNIERKENNUNG, BITTE VON HAND MELDEN".
002810
002820 01  KEINE-ZEILE.
002830     05  FILLER                  PIC X(40) VALUE
002840         "KEINE BEWERTETEN, NOCH NICHT GEMELDETEN ".
002850     05  FILLER                  PIC X(40) VALUE
002860         "TURNIERE                                ".
002870
002880 01  LEER-ZEILE                  PIC X(80) VALUE SPACES.
002890
002900 01  SCHALTER-BEREICH.
002910     05  SW-BEREIT               PIC X(01) VALUE "N".
002920         88  BEREIT              VALUE "J".
002930     05  SW-TURNIERDATEI-OFFEN   PIC X(01) VALUE "N".
002940         88  TURNIERDATEI-OFFEN  VALUE "J".
002950     05  SW-LISTE-OFFEN          PIC X(01) VALUE "N".
002960         88  LISTE-OFFEN         VALUE "J".
002970     05  SW-SPERRE-BELEGT        PIC X(01) VALUE "N".
002980         88  SPERRE-BELEGT       VALUE "J".
002990     05  SW-TURNIER-ENDE         PIC X(01) VALUE "N".
003000         88  TURNIER-ENDE        VALUE "J".
003010     05  SW-BUCH-ENDE            PIC X(01) VALUE "N".
003020         88  BUCH-ENDE           VALUE "J".
003030     05  SW-PROTOKOLL-ENDE       PIC X(01) VALUE "N".
003040         88  PROTOKOLL-ENDE      VALUE "J".
003050     05  SW-ARCHIV-ENDE          PIC X(01) VALUE "N".
003060         88  ARCHIV-ENDE         VALUE "J".
003070     05  SW-PROTOKOLL-GELESEN    PIC X(01) VALUE "N".
003080         88  PROTOKOLL-GELESEN   VALUE "J".
003090     05  SW-MT-GEFUNDEN          PIC X(01) VALUE "N".
003100         88  MT-GEFUNDEN         VALUE "J".
003110     05  SW-BE-GEFUNDEN          PIC X(01) VALUE "N".
003120         88  BE-GEFUNDEN         VALUE "J".
003130     05  SW-TABELLE-UEBERLAUF    PIC X(01) VALUE "N".
003140         88  TABELLE-UEBERLAUF   VALUE "J".
003142     05  SW-PAKET-OFFEN          PIC X(01) VALUE "N".
003144         88  PAKET-OFFEN         VALUE "J".
003150
003160 PROCEDURE DIVISION.
003170
003180*----------------------------------------------------------------
003190*  0000-MAINLINE
003200*----------------------------------------------------------------
003210 0000-MAINLINE.
003220     PERFORM 1000-INITIALISIEREN THRU 1000-INITIALISIEREN-EXIT
003230     IF BEREIT
003240         EVALUATE FUNKTION
003250             WHEN "1"
003260                 PERFORM 2000-NEUER-LAUF THRU 2000-NEUER-LAUF-EXIT
003270             WHEN "2"
003280                 PERFORM 3000-LAUF-WIEDERHOLEN
003290                     THRU 3000-LAUF-WIEDERHOLEN-EXIT
003300             WHEN "3"
003310                 PERFORM 4000-FRISTENLISTE
003320                     THRU 4000-FRISTENLISTE-EXIT
003330         END-EVALUATE
003340     END-IF
003350     PERFORM 9999-ABSCHLUSS THRU 9999-ABSCHLUSS-EXIT
003360     STOP RUN.
003370
003380*----------------------------------------------------------------
003390*  1000-INITIALISIEREN
003400*  Funktion erfragen, bei 1 und 2 die Laufsperre pruefen,
003410*  Turnierdatei (bei 1 zum Fortschreiben) und Liste oeffnen,
003420*  hoechste Laufnummer aus dem Meldebuch holen.
003430*----------------------------------------------------------------
003440 1000-INITIALISIEREN.
003450     DISPLAY " "
003460     DISPLAY "Meldeausgang an den Bezirk - bitte Funktion "
003470         "waehlen:"
003480     DISPLAY "  1 = neuer Meldelauf (alle bewerteten Turniere)"
003490     DISPLAY "  2 = frueheren Meldelauf erneut erstellen"
003500     DISPLAY "  3 = Fristenliste drucken"
003510     DISPLAY "  0 = Ende"
003520     ACCEPT FUNKTION
003530     IF FUNKTION = "0"
003540         GO TO 1000-INITIALISIEREN-EXIT
003550     END-IF
003560     IF FUNKTION NOT = "1" AND NOT = "2" AND NOT = "3"
003570         DISPLAY "Ungueltige Auswahl."
003580         GO TO 1000-INITIALISIEREN-EXIT
003590     END-IF
003600     IF FUNKTION NOT = "3"
003610         PERFORM 1050-SPERRE-PRUEFEN THRU 1050-SPERRE-PRUEFEN-EXIT
003620         IF SPERRE-BELEGT
003630             MOVE 8 TO RETURN-CODE
003640             GO TO 1000-INITIALISIEREN-EXIT
003650         END-IF
003660     END-IF
003670     IF FUNKTION = "1"
003680         OPEN I-O TURNIERDATEI
003690     ELSE
003700         OPEN INPUT TURNIERDATEI
003710     END-IF
003720     IF TURNIER-STATUS NOT = "00"
003730         DISPLAY "Turnierdatei nicht geoeffnet, Status "
003740             TURNIER-STATUS
003750         MOVE 8 TO RETURN-CODE
003760         GO TO 1000-INITIALISIEREN-EXIT
003770     END-IF
003780     MOVE "J" TO SW-TURNIERDATEI-OFFEN
003790     OPEN OUTPUT MELDELISTE
003800     IF LISTE-STATUS NOT = "00"
003810         DISPLAY "Meldeliste nicht geoeffnet, Status "
003820             LISTE-STATUS
003830         MOVE 8 TO RETURN-CODE
003840         GO TO 1000-INITIALISIEREN-EXIT
003850     END-IF
003860     MOVE "J" TO SW-LISTE-OFFEN
003870     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
003880     ACCEPT UHRZEIT-ROH FROM TIME
003890     PERFORM 1100-MELDEBUCH-LESEN THRU 1100-MELDEBUCH-LESEN-EXIT
003900     MOVE "J" TO SW-BEREIT.
003910 1000-INITIALISIEREN-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------
003950*  1050-SPERRE-PRUEFEN
003960*  Waehrend eines Laufs mit Sperre (z.B. DWZBATCH) aendern sich
003970*  Protokoll und Turnierstatus - dann nicht melden.
003980*----------------------------------------------------------------
003990 1050-SPERRE-PRUEFEN.
004000     MOVE "N" TO SW-SPERRE-BELEGT
004010     OPEN INPUT SPERRDATEI
004020     IF SPERRE-STATUS = "00"
004030         READ SPERRDATEI
004040             NOT AT END
004050                 MOVE "J" TO SW-SPERRE-BELEGT
004060         END-READ
004070         CLOSE SPERRDATEI
004080     END-IF
004090     IF SPERRE-BELEGT
004100         DISPLAY "Stammdatei ist durch Lauf " SL-LAUF-ID
004110             " (seit " SL-DATUM " " SL-ZEIT ") gesperrt - "
004120             "bitte warten, bis der Lauf beendet ist."
004130         DISPLAY "Haengt die Sperre von einem abgebrochenen "
004140             "Lauf, bitte mit DWZFREI aufheben."
004150     END-IF.
004160 1050-SPERRE-PRUEFEN-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------
004200*  1100-MELDEBUCH-LESEN
004210*  Hoechste Laufnummer ermitteln; fehlt das Meldebuch (Status
004220*  35), gab es noch keinen Meldelauf.
004230*----------------------------------------------------------------
004240 1100-MELDEBUCH-LESEN.
004250     MOVE 0 TO MAX-LAUF-NR
004260     OPEN INPUT MELDEBUCH
004270     IF BUCH-STATUS NOT = "00"
004280         GO TO 1100-MELDEBUCH-LESEN-EXIT
004290     END-IF
004300     MOVE "N" TO SW-BUCH-ENDE
004310     PERFORM 1110-BUCHSATZ-LESEN THRU 1110-BUCHSATZ-LESEN-EXIT
004320         UNTIL BUCH-ENDE
004330     CLOSE MELDEBUCH.
004340 1100-MELDEBUCH-LESEN-EXIT.
004350     EXIT.
004360
004370 1110-BUCHSATZ-LESEN.
004380     READ MELDEBUCH
004390         AT END
004400             MOVE "J" TO SW-BUCH-ENDE
004410         NOT AT END
004420             IF MB-LAUF-NR IS NUMERIC
004430                     AND MB-LAUF-NR > MAX-LAUF-NR
004440                 MOVE MB-LAUF-NR TO MAX-LAUF-NR
004450             END-IF
004460     END-READ.
004470 1110-BUCHSATZ-LESEN-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------------
004510*  2000-NEUER-LAUF
004520*  Alle Turniere mit Status "B" sammeln, aus dem Protokoll
004530*  aufbauen und unter der naechsten Laufnummer melden.
004540*----------------------------------------------------------------
004550 2000-NEUER-LAUF.
004560     MOVE "E" TO MELDE-ART
004570     COMPUTE LAUF-NR = MAX-LAUF-NR + 1
004580     MOVE LOW-VALUES TO TU-TURNIER-ID
004590     MOVE "N" TO SW-TURNIER-ENDE
004600     START TURNIERDATEI KEY NOT < TU-TURNIER-ID
004610         INVALID KEY
004620             MOVE "J" TO SW-TURNIER-ENDE
004630     END-START
004640     PERFORM 2100-BEWERTETE-SAMMELN
004650         THRU 2100-BEWERTETE-SAMMELN-EXIT
004660         UNTIL TURNIER-ENDE
004670     IF MT-ANZAHL = 0
004680         WRITE ML-DRUCKZEILE FROM KEINE-ZEILE
004690         DISPLAY "Keine bewerteten, noch nicht gemeldeten "
004700             "Turniere - kein Meldelauf."
004710         GO TO 2000-NEUER-LAUF-EXIT
004720     END-IF
004730     PERFORM 5000-PROTOKOLL-AUSWERTEN
004740         THRU 5000-PROTOKOLL-AUSWERTEN-EXIT
004750     IF NOT PROTOKOLL-GELESEN OR TABELLE-UEBERLAUF
004760         GO TO 2000-NEUER-LAUF-EXIT
004770     END-IF
004780     PERFORM 6000-PAKET-SCHREIBEN THRU 6000-PAKET-SCHREIBEN-EXIT.
004790 2000-NEUER-LAUF-EXIT.
004800     EXIT.
004810
004820 2100-BEWERTETE-SAMMELN.
004830     READ TURNIERDATEI NEXT
004840         AT END
004850             MOVE "J" TO SW-TURNIER-ENDE
004860             GO TO 2100-BEWERTETE-SAMMELN-EXIT
004870     END-READ
004880     IF NOT TU-BEWERTET
004890         GO TO 2100-BEWERTETE-SAMMELN-EXIT
004900     END-IF
004910     IF MT-ANZAHL NOT < MT-MAXIMUM
004920         PERFORM 8900-UEBERLAUF-MELDEN
004930             THRU 8900-UEBERLAUF-MELDEN-EXIT
004940         GO TO 2100-BEWERTETE-SAMMELN-EXIT
004950     END-IF
004960     ADD 1 TO MT-ANZAHL
004970     MOVE TU-TURNIER-ID TO MT-TURNIER-ID(MT-ANZAHL)
004980     MOVE TU-NAME TO MT-NAME(MT-ANZAHL)
004990     MOVE TU-DATUM TO MT-DATUM(MT-ANZAHL).
005000 2100-BEWERTETE-SAMMELN-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------------
005040*  3000-LAUF-WIEDERHOLEN
005050*  Laufnummer erfragen, die mit diesem Lauf erstmals gemeldeten
005060*  Turniere aus dem Meldebuch holen und das Paket neu aufbauen.
005070*----------------------------------------------------------------
005080 3000-LAUF-WIEDERHOLEN.
005090     IF MAX-LAUF-NR = 0
005100         DISPLAY "Im Meldebuch steht noch kein Meldelauf."
005110         GO TO 3000-LAUF-WIEDERHOLEN-EXIT
005120     END-IF
005130     MOVE "W" TO MELDE-ART
005140     MOVE 0 TO LAUF-NR
005150     PERFORM 3100-LAUF-ERFRAGEN THRU 3100-LAUF-ERFRAGEN-EXIT
005160         UNTIL LAUF-NR > 0 AND LAUF-NR NOT > MAX-LAUF-NR
005170     OPEN INPUT MELDEBUCH
005180     IF BUCH-STATUS NOT = "00"
005190         DISPLAY "Meldebuch nicht geoeffnet, Status " BUCH-STATUS
005200         MOVE 8 TO RETURN-CODE
005210         GO TO 3000-LAUF-WIEDERHOLEN-EXIT
005220     END-IF
005230     MOVE "N" TO SW-BUCH-ENDE
005240     PERFORM 3200-LAUF-TURNIER-SAMMELN
005250         THRU 3200-LAUF-TURNIER-SAMMELN-EXIT
005260         UNTIL BUCH-ENDE
005270     CLOSE MELDEBUCH
005280     IF MT-ANZAHL = 0
005290         DISPLAY "Zum Meldelauf " LAUF-NR " stehen keine "
005300             "Turniere im Meldebuch."
005310         GO TO 3000-LAUF-WIEDERHOLEN-EXIT
005320     END-IF
005330     PERFORM 5000-PROTOKOLL-AUSWERTEN
005340         THRU 5000-PROTOKOLL-AUSWERTEN-EXIT
005350     IF NOT PROTOKOLL-GELESEN OR TABELLE-UEBERLAUF
005360         GO TO 3000-LAUF-WIEDERHOLEN-EXIT
005370     END-IF
005380     PERFORM 6000-PAKET-SCHREIBEN THRU 6000-PAKET-SCHREIBEN-EXIT.
005390 3000-LAUF-WIEDERHOLEN-EXIT.
005400     EXIT.
005410
005420 3100-LAUF-ERFRAGEN.
005430     DISPLAY "Welcher Meldelauf soll erneut erstellt werden "
005440         "(1 bis " MAX-LAUF-NR ")?"
005450     ACCEPT LAUF-NR
005460     IF LAUF-NR = 0 OR LAUF-NR > MAX-LAUF-NR
005470         DISPLAY "Ungueltige Laufnummer - bitte erneut eingeben."
005480     END-IF.
005490 3100-LAUF-ERFRAGEN-EXIT.
005500     EXIT.
005510
005520 3200-LAUF-TURNIER-SAMMELN.
005530     READ MELDEBUCH
005540         AT END
005550             MOVE "J" TO SW-BUCH-ENDE
005560             GO TO 3200-LAUF-TURNIER-SAMMELN-EXIT
005570     END-READ
005580     IF MB-LAUF-NR NOT = LAUF-NR OR NOT MB-ERSTMELDUNG
005590         GO TO 3200-LAUF-TURNIER-SAMMELN-EXIT
005600     END-IF
005610     IF MT-ANZAHL NOT < MT-MAXIMUM
005620         PERFORM 8900-UEBERLAUF-MELDEN
005630             THRU 8900-UEBERLAUF-MELDEN-EXIT
005640         GO TO 3200-LAUF-TURNIER-SAMMELN-EXIT
005650     END-IF
005660     ADD 1 TO MT-ANZAHL
005670     MOVE MB-TURNIER-ID TO MT-TURNIER-ID(MT-ANZAHL)
005680     MOVE MB-TURNIER-DATUM TO MT-DATUM(MT-ANZAHL)
005690     MOVE MB-ANZAHL TO MT-BUCH-ANZAHL(MT-ANZAHL)
005700     MOVE MB-SUMME-ALTE-DWZ TO MT-BUCH-SUMME-ALT(MT-ANZAHL)
005710     MOVE MB-SUMME-NEUE-DWZ TO MT-BUCH-SUMME-NEU(MT-ANZAHL)
005720     MOVE SPACES TO MT-NAME(MT-ANZAHL)
005730     MOVE MB-TURNIER-ID TO TU-TURNIER-ID
005740     READ TURNIERDATEI
005750         INVALID KEY
005760             CONTINUE
005770         NOT INVALID KEY
005780             MOVE TU-NAME TO MT-NAME(MT-ANZAHL)
005790     END-READ.
005800 3200-LAUF-TURNIER-SAMMELN-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------
005840*  4000-FRISTENLISTE
005850*  Je bewertetem, noch nicht gemeldetem Turnier das Fristende
005860*  (Turnierdatum plus MELDEFRIST-MONATE, der Tag hoechstens
005865*  bis zum Monatsende, z.B. 31.01. -> 28./29.02.); liegt es
005870*  vor dem heutigen Tag, ist das Turnier ueberfaellig.
005880*----------------------------------------------------------------
005890 4000-FRISTENLISTE.
005900     MOVE AKTUELLES-DATUM TO FK-DATUM
005910     MOVE MELDEFRIST-MONATE TO FK-MONATE
005920     WRITE ML-DRUCKZEILE FROM FRIST-KOPF-ZEILE
005930     WRITE ML-DRUCKZEILE FROM TRENN-ZEILE
005940     WRITE ML-DRUCKZEILE FROM FRIST-SPALTEN-ZEILE
005950     WRITE ML-DRUCKZEILE FROM TRENN-ZEILE
005960     MOVE LOW-VALUES TO TU-TURNIER-ID
005970     MOVE "N" TO SW-TURNIER-ENDE
005980     START TURNIERDATEI KEY NOT < TU-TURNIER-ID
005990         INVALID KEY
006000             MOVE "J" TO SW-TURNIER-ENDE
006010     END-START
006020     PERFORM 4100-FRIST-PRUEFEN THRU 4100-FRIST-PRUEFEN-EXIT
006030         UNTIL TURNIER-ENDE
006040     WRITE ML-DRUCKZEILE FROM TRENN-ZEILE
006050     MOVE UEBERFAELLIG-ZAEHLER TO FS-UEBERFAELLIG
006060     MOVE IN-FRIST-ZAEHLER TO FS-IN-FRIST
006070     WRITE ML-DRUCKZEILE FROM FRIST-SUMMEN-ZEILE
006080     IF UEBERFAELLIG-ZAEHLER > 0
006090         MOVE 4 TO RETURN-CODE
006100     END-IF
006110     DISPLAY "Fristenliste erstellt: " UEBERFAELLIG-ZAEHLER
006120         " ueberfaellig, " IN-FRIST-ZAEHLER " in der Frist.".
006130 4000-FRISTENLISTE-EXIT.
006140     EXIT.
006150
006160 4100-FRIST-PRUEFEN.
006170     READ TURNIERDATEI NEXT
006180         AT END
006190             MOVE "J" TO SW-TURNIER-ENDE
006200             GO TO 4100-FRIST-PRUEFEN-EXIT
006210     END-READ
006220     IF NOT TU-BEWERTET
006230         GO TO 4100-FRIST-PRUEFEN-EXIT
006240     END-IF
006250     MOVE TU-DATUM TO MONATS-RECHNUNG
006260     ADD MELDEFRIST-MONATE TO MR-MONAT
006270     IF MR-MONAT > 12
006280         SUBTRACT 12 FROM MR-MONAT
006290         ADD 1 TO MR-JAHR
006300     END-IF
006302     PERFORM 4110-MONATSENDE-BESTIMMEN
006304         THRU 4110-MONATSENDE-BESTIMMEN-EXIT
006306     IF MR-TAG > MONATS-ENDE
006308         MOVE MONATS-ENDE TO MR-TAG
006309     END-IF
006310     MOVE TU-TURNIER-ID TO FZ-TURNIER-ID
006320     MOVE TU-NAME TO FZ-NAME
006330     MOVE TU-DATUM TO FZ-DATUM
006340     MOVE MONATS-RECHNUNG TO FZ-FRIST
006350     IF MONATS-RECHNUNG < AKTUELLES-DATUM
006360         MOVE "UEBERFAELLIG" TO FZ-VERMERK
006370         ADD 1 TO UEBERFAELLIG-ZAEHLER
006380     ELSE
006390         MOVE "IN DER FRIST" TO FZ-VERMERK
006400         ADD 1 TO IN-FRIST-ZAEHLER
006410     END-IF
006420     WRITE ML-DRUCKZEILE FROM FRIST-ZEILE.
006430 4100-FRIST-PRUEFEN-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------------
006470*  4110-MONATSENDE-BESTIMMEN
006480*  Letzter Tag des Monats MR-MONAT im Jahr MR-JAHR nach
006490*  MONATS-ENDE.  Der Februar hat im Schaltjahr 29 Tage (Jahr
006500*  durch 4 teilbar, volle Jahrhunderte nur durch 400).  Ein
006505*  unbrauchbarer Monat im Turnierdatum bleibt ungekuerzt (31).
006510*----------------------------------------------------------------
006520 4110-MONATSENDE-BESTIMMEN.
006522     IF MR-MONAT < 1 OR MR-MONAT > 12
006524         MOVE 31 TO MONATS-ENDE
006526         GO TO 4110-MONATSENDE-BESTIMMEN-EXIT
006528     END-IF
006530     MOVE MONATS-LAENGE(MR-MONAT) TO MONATS-ENDE
006540     IF MR-MONAT NOT = 2
006550         GO TO 4110-MONATSENDE-BESTIMMEN-EXIT
006560     END-IF
006570     DIVIDE MR-JAHR BY 4 GIVING SCHALT-QUOTIENT
006580         REMAINDER SCHALT-REST
006590     IF SCHALT-REST NOT = 0
006600         GO TO 4110-MONATSENDE-BESTIMMEN-EXIT
006610     END-IF
006620     DIVIDE MR-JAHR BY 400 GIVING SCHALT-QUOTIENT
006630         REMAINDER SCHALT-REST
006640     IF SCHALT-REST = 0
006650         MOVE 29 TO MONATS-ENDE
006660         GO TO 4110-MONATSENDE-BESTIMMEN-EXIT
006670     END-IF
006680     DIVIDE MR-JAHR BY 100 GIVING SCHALT-QUOTIENT
006690         REMAINDER SCHALT-REST
006700     IF SCHALT-REST NOT = 0
006710         MOVE 29 TO MONATS-ENDE
006720     END-IF.
006730 4110-MONATSENDE-BESTIMMEN-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------
006770*  5000-PROTOKOLL-AUSWERTEN
006780*  Archiv (falls vorhanden) und Protokoll lesen und die Eintraege
006790*  der Turniere in MELDE-TABELLE in die Bewertungstabelle
006800*  uebernehmen.  Ohne Protokoll wird nichts gemeldet.
006810*----------------------------------------------------------------
006820 5000-PROTOKOLL-AUSWERTEN.
006830     OPEN INPUT ARCHIVDATEI
006840     IF ARCHIV-STATUS = "00"
006850         MOVE "N" TO SW-ARCHIV-ENDE
006860         PERFORM 5100-ARCHIV-SATZ-LESEN
006870             THRU 5100-ARCHIV-SATZ-LESEN-EXIT
006880             UNTIL ARCHIV-ENDE
006890         CLOSE ARCHIVDATEI
006900     ELSE
006910         IF ARCHIV-STATUS NOT = "35"
006920             DISPLAY "Archivdatei nicht geoeffnet, Status "
006930                 ARCHIV-STATUS " - Meldung nur aus dem Protokoll."
006940         END-IF
006950     END-IF
006960     OPEN INPUT PROTOKOLLDATEI
006970     IF PROTOKOLL-STATUS NOT = "00"
006980         DISPLAY "Protokolldatei nicht geoeffnet, Status "
006990             PROTOKOLL-STATUS " - es wird nichts gemeldet."
007000         MOVE 8 TO RETURN-CODE
007010         GO TO 5000-PROTOKOLL-AUSWERTEN-EXIT
007020     END-IF
007030     MOVE "N" TO SW-PROTOKOLL-ENDE
007040     PERFORM 5200-PROTOKOLL-SATZ-LESEN
007050         THRU 5200-PROTOKOLL-SATZ-LESEN-EXIT
007060         UNTIL PROTOKOLL-ENDE
007070     CLOSE PROTOKOLLDATEI
007080     MOVE "J" TO SW-PROTOKOLL-GELESEN.
007090 5000-PROTOKOLL-AUSWERTEN-EXIT.
007100     EXIT.
007110
007120 5100-ARCHIV-SATZ-LESEN.
007130     READ ARCHIVDATEI INTO AU-ZEILE
007140         AT END
007150             MOVE "J" TO SW-ARCHIV-ENDE
007160         NOT AT END
007170             PERFORM 5300-EINTRAG-AUSWERTEN
007180                 THRU 5300-EINTRAG-AUSWERTEN-EXIT
007190     END-READ.
007200 5100-ARCHIV-SATZ-LESEN-EXIT.
007210     EXIT.
007220
007230 5200-PROTOKOLL-SATZ-LESEN.
007240     READ PROTOKOLLDATEI
007250         AT END
007260             MOVE "J" TO SW-PROTOKOLL-ENDE
007270         NOT AT END
007280             PERFORM 5300-EINTRAG-AUSWERTEN
007290                 THRU 5300-EINTRAG-AUSWERTEN-EXIT
007300     END-READ.
007310 5200-PROTOKOLL-SATZ-LESEN-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------------
007350*  5300-EINTRAG-AUSWERTEN
007360*  Nur Eintraege zu Turnieren des Laufs:  "T" und "W"/"D"/"L"
007370*  werden gemerkt, ein "S" nimmt den juengsten noch wirksamen
007380*  Eintrag des Spielers im selben Turnier heraus.
007390*----------------------------------------------------------------
007400 5300-EINTRAG-AUSWERTEN.
007410     IF AU-TURNIER-ID = SPACES
007420         GO TO 5300-EINTRAG-AUSWERTEN-EXIT
007430     END-IF
007440     IF AU-ERGEBNIS NOT = "T" AND NOT = "W" AND NOT = "D"
007450             AND NOT = "L" AND NOT = "S"
007460         GO TO 5300-EINTRAG-AUSWERTEN-EXIT
007470     END-IF
007480     MOVE AU-TURNIER-ID TO AKT-TURNIER-ID
007490     PERFORM 5900-TURNIER-SUCHEN THRU 5900-TURNIER-SUCHEN-EXIT
007500     IF NOT MT-GEFUNDEN
007510         GO TO 5300-EINTRAG-AUSWERTEN-EXIT
007520     END-IF
007530     IF AU-ERGEBNIS = "S"
007540         PERFORM 5500-STORNO-VERMERKEN
007550             THRU 5500-STORNO-VERMERKEN-EXIT
007560     ELSE
007570         PERFORM 5400-EINTRAG-MERKEN THRU 5400-EINTRAG-MERKEN-EXIT
007580     END-IF.
007590 5300-EINTRAG-AUSWERTEN-EXIT.
007600     EXIT.
007610
007620 5400-EINTRAG-MERKEN.
007630     IF BE-ANZAHL NOT < BE-MAXIMUM
007640         PERFORM 8900-UEBERLAUF-MELDEN
007650             THRU 8900-UEBERLAUF-MELDEN-EXIT
007660         GO TO 5400-EINTRAG-MERKEN-EXIT
007670     END-IF
007680     ADD 1 TO BE-ANZAHL
007690     MOVE MT-TREFFER-IDX TO BE-MT-IDX(BE-ANZAHL)
007700     MOVE AU-SPIELER-ID TO BE-SPIELER-ID(BE-ANZAHL)
007710     MOVE AU-BENUTZERZAHL TO BE-ALTE-DWZ(BE-ANZAHL)
007720     MOVE AU-NEUE-DWZ TO BE-NEUE-DWZ(BE-ANZAHL)
007730     MOVE "N" TO BE-STORNIERT(BE-ANZAHL)
007740     IF AU-ERGEBNIS = "T"
007750         MOVE AU-GEGNERZAHL TO BE-RUNDEN(BE-ANZAHL)
007760     ELSE
007770         MOVE 1 TO BE-RUNDEN(BE-ANZAHL)
007780     END-IF
007790     IF AU-PUNKTE IS NUMERIC
007800         MOVE AU-PUNKTE TO BE-PUNKTE(BE-ANZAHL)
007810     ELSE
007820         EVALUATE AU-ERGEBNIS
007830             WHEN "W"
007840                 MOVE 1 TO BE-PUNKTE(BE-ANZAHL)
007850             WHEN "D"
007860                 MOVE 0,5 TO BE-PUNKTE(BE-ANZAHL)
007870             WHEN OTHER
007880                 MOVE 0 TO BE-PUNKTE(BE-ANZAHL)
007890         END-EVALUATE
007900     END-IF.
007910 5400-EINTRAG-MERKEN-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------
007950*  5500-STORNO-VERMERKEN
007960*  DWZSTORN nimmt immer den juengsten noch wirksamen Eintrag
007970*  des Spielers zurueck - in der Tabelle von hinten suchen.
007980*----------------------------------------------------------------
007990 5500-STORNO-VERMERKEN.
008000     MOVE "N" TO SW-BE-GEFUNDEN
008010     IF BE-ANZAHL = 0
008020         GO TO 5500-STORNO-VERMERKEN-EXIT
008030     END-IF
008040     PERFORM 5510-STORNO-VERGLEICH THRU 5510-STORNO-VERGLEICH-EXIT
008050         VARYING BE-IDX FROM BE-ANZAHL BY -1
008060         UNTIL BE-IDX < 1 OR BE-GEFUNDEN
008070     IF BE-GEFUNDEN
008080         MOVE "J" TO BE-STORNIERT(BE-TREFFER-IDX)
008090     END-IF.
008100 5500-STORNO-VERMERKEN-EXIT.
008110     EXIT.
008120
008130 5510-STORNO-VERGLEICH.
008140     IF BE-MT-IDX(BE-IDX) = MT-TREFFER-IDX
008150             AND BE-SPIELER-ID(BE-IDX) = AU-SPIELER-ID
008160             AND BE-STORNIERT(BE-IDX) = "N"
008170         MOVE "J" TO SW-BE-GEFUNDEN
008180         MOVE BE-IDX TO BE-TREFFER-IDX
008190     END-IF.
008200 5510-STORNO-VERGLEICH-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------------
008240*  5900-TURNIER-SUCHEN
008250*  AKT-TURNIER-ID in MELDE-TABELLE aufsuchen; MT-TREFFER-IDX
008260*  zeigt bei Erfolg auf den Eintrag.
008270*----------------------------------------------------------------
008280 5900-TURNIER-SUCHEN.
008290     MOVE "N" TO SW-MT-GEFUNDEN
008300     PERFORM 5910-TURNIER-VERGLEICH
008310         THRU 5910-TURNIER-VERGLEICH-EXIT
008320         VARYING MT-IDX FROM 1 BY 1
008330         UNTIL MT-IDX > MT-ANZAHL OR MT-GEFUNDEN.
008340 5900-TURNIER-SUCHEN-EXIT.
008350     EXIT.
008360
008370 5910-TURNIER-VERGLEICH.
008380     IF MT-TURNIER-ID(MT-IDX) = AKT-TURNIER-ID
008390         MOVE "J" TO SW-MT-GEFUNDEN
008400         MOVE MT-IDX TO MT-TREFFER-IDX
008410     END-IF.
008420 5910-TURNIER-VERGLEICH-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------
008460*  6000-PAKET-SCHREIBEN
008470*  Zuerst die Summen aller Turniere bilden.  Hat kein Turnier
008480*  wirksame Eintraege, wird nur die Liste gedruckt - Meldedatei
008490*  (das Paket des letzten Laufs) und Meldebuch bleiben unbe-
008500*  ruehrt, die Laufnummer wird nicht verbraucht.  Sonst das
008510*  Meldebuch (bei Status 35 anlegen) vor der Meldedatei oeffnen,
008520*  damit ein gestoertes Meldebuch das alte Paket nicht loescht;
008530*  dann das Paket neu schreiben, je Turnier eine Listenzeile.
008540*----------------------------------------------------------------
008550 6000-PAKET-SCHREIBEN.
008560     MOVE 0 TO MIT-DATEN-ZAEHLER
008570     PERFORM 6050-SUMMEN-BILDEN THRU 6050-SUMMEN-BILDEN-EXIT
008580         VARYING MT-IDX FROM 1 BY 1
008590         UNTIL MT-IDX > MT-ANZAHL
008600     MOVE AKTUELLES-DATUM TO LK-DATUM
008610     IF MIT-DATEN-ZAEHLER = 0
008620         MOVE 0 TO LK-LAUF-NR
008630         MOVE "KEIN MELDELAUF (KEINE DATEN)" TO LK-ART
008640         GO TO 6000-LISTE-DRUCKEN
008650     END-IF
008660     OPEN EXTEND MELDEBUCH
008670     IF BUCH-STATUS = "35"
008680         OPEN OUTPUT MELDEBUCH
008690     END-IF
008700     IF BUCH-STATUS NOT = "00"
008710         DISPLAY "Meldebuch nicht geoeffnet, Status " BUCH-STATUS
008720             " - es wird nichts gemeldet."
008730         MOVE 8 TO RETURN-CODE
008740         GO TO 6000-PAKET-SCHREIBEN-EXIT
008750     END-IF
008760     OPEN OUTPUT MELDEDATEI
008770     IF MELDE-STATUS NOT = "00"
008780         DISPLAY "Meldedatei nicht geoeffnet, Status "
008790             MELDE-STATUS " - es wird nichts gemeldet."
008800         CLOSE MELDEBUCH
008810         MOVE 8 TO RETURN-CODE
008820         GO TO 6000-PAKET-SCHREIBEN-EXIT
008830     END-IF
008840     MOVE "J" TO SW-PAKET-OFFEN
008850     MOVE LAUF-NR TO LK-LAUF-NR
008860     IF MELDE-ART = "E"
008870         MOVE "ERSTMELDUNG" TO LK-ART
008880     ELSE
008890         MOVE "WIEDERHOLUNG" TO LK-ART
008900     END-IF.
008910 6000-LISTE-DRUCKEN.
008920     WRITE ML-DRUCKZEILE FROM LAUF-KOPF-ZEILE
008930     WRITE ML-DRUCKZEILE FROM TRENN-ZEILE
008940     WRITE ML-DRUCKZEILE FROM LAUF-SPALTEN-ZEILE
008950     WRITE ML-DRUCKZEILE FROM TRENN-ZEILE
008960     PERFORM 6100-TURNIER-MELDEN THRU 6100-TURNIER-MELDEN-EXIT
008970         VARYING MT-IDX FROM 1 BY 1
008980         UNTIL MT-IDX > MT-ANZAHL
008990     IF PAKET-OFFEN
009000         CLOSE MELDEDATEI
009010         CLOSE MELDEBUCH
009020     END-IF
009030     WRITE ML-DRUCKZEILE FROM TRENN-ZEILE
009040     MOVE GESENDET-ZAEHLER TO LS-GESENDET
009050     MOVE DETAIL-ZAEHLER TO LS-DETAIL
009060     MOVE NICHT-GESENDET-ZAEHLER TO LS-NICHT-GESENDET
009070     WRITE ML-DRUCKZEILE FROM LAUF-SUMMEN-ZEILE
009080     IF NICHT-GESENDET-ZAEHLER > 0
009090         WRITE ML-DRUCKZEILE FROM LEER-ZEILE
009100         WRITE ML-DRUCKZEILE FROM HINWEIS-ZEILE
009110     END-IF
009120     IF NOT PAKET-OFFEN
009130         DISPLAY "Kein Turnier hat Bewertungseintraege - "
009140             "Meldedatei und Meldebuch bleiben unveraendert "
009150             "(siehe MELDELISTE)."
009160         GO TO 6000-PAKET-SCHREIBEN-EXIT
009170     END-IF
009180     DISPLAY "Meldelauf " LAUF-NR ": " GESENDET-ZAEHLER
009190         " Turniere in der Meldedatei, " NICHT-GESENDET-ZAEHLER
009200         " nicht gemeldet (siehe MELDELISTE)."
009210     IF ABWEICHUNG-ZAEHLER > 0
009220         DISPLAY ABWEICHUNG-ZAEHLER " Turniere weichen von den "
009230             "Kontrollzahlen im Meldebuch ab."
009240     END-IF.
009250 6000-PAKET-SCHREIBEN-EXIT.
009260     EXIT.
009270
009280*----------------------------------------------------------------
009290*  6050-SUMMEN-BILDEN
009300*  Anzahl und DWZ-Summen der wirksamen Eintraege eines Turniers.
009310*----------------------------------------------------------------
009320 6050-SUMMEN-BILDEN.
009330     MOVE 0 TO MT-SAETZE(MT-IDX)
009340     MOVE 0 TO MT-SUMME-ALT(MT-IDX)
009350     MOVE 0 TO MT-SUMME-NEU(MT-IDX)
009360     PERFORM 6110-SUMME-BILDEN THRU 6110-SUMME-BILDEN-EXIT
009370         VARYING BE-IDX FROM 1 BY 1
009380         UNTIL BE-IDX > BE-ANZAHL
009390     IF MT-SAETZE(MT-IDX) > 0
009400         ADD 1 TO MIT-DATEN-ZAEHLER
009410     END-IF.
009420 6050-SUMMEN-BILDEN-EXIT.
009430     EXIT.
009440
009450*----------------------------------------------------------------
009460*  6100-TURNIER-MELDEN
009470*  Summen siehe 6050; ohne wirksame Eintraege wird das
009480*  Turnier nicht gemeldet.  Sonst Kopf-, Detail- und
009490*  Summensatz schreiben, Meldebuch fortschreiben und beim
009500*  neuen Lauf den Status auf "M" setzen; bei einer Wieder-
009510*  holung mit den Kontrollzahlen im Meldebuch vergleichen.
009520*----------------------------------------------------------------
009530 6100-TURNIER-MELDEN.
009540     MOVE MT-TURNIER-ID(MT-IDX) TO LZ-TURNIER-ID
009550     MOVE MT-NAME(MT-IDX) TO LZ-NAME
009560     MOVE MT-DATUM(MT-IDX) TO LZ-DATUM
009570     MOVE MT-SAETZE(MT-IDX) TO LZ-SAETZE
009580     MOVE MT-SUMME-ALT(MT-IDX) TO LZ-SUMME-ALT
009590     MOVE MT-SUMME-NEU(MT-IDX) TO LZ-SUMME-NEU
009600     IF MT-SAETZE(MT-IDX) = 0
009610         MOVE "KEINE DATEN" TO LZ-VERMERK
009620         WRITE ML-DRUCKZEILE FROM LAUF-ZEILE
009630         ADD 1 TO NICHT-GESENDET-ZAEHLER
009640         MOVE 4 TO RETURN-CODE
009650         GO TO 6100-TURNIER-MELDEN-EXIT
009660     END-IF
009670     MOVE SPACES TO DS-KOPF
009680     MOVE "K" TO DS-K-KENNUNG
009690     MOVE MT-TURNIER-ID(MT-IDX) TO DS-K-TURNIER-ID
009700     MOVE MT-DATUM(MT-IDX) TO DS-K-DATUM
009710     WRITE DS-KOPF
009720     PERFORM 6120-DETAIL-SCHREIBEN THRU 6120-DETAIL-SCHREIBEN-EXIT
009730         VARYING BE-IDX FROM 1 BY 1
009740         UNTIL BE-IDX > BE-ANZAHL
009750     MOVE SPACES TO DS-SUMMEN
009760     MOVE "S" TO DS-S-KENNUNG
009770     MOVE MT-SAETZE(MT-IDX) TO DS-S-ANZAHL
009780     MOVE MT-SUMME-ALT(MT-IDX) TO DS-S-SUMME-ALTE-DWZ
009790     MOVE MT-SUMME-NEU(MT-IDX) TO DS-S-SUMME-NEUE-DWZ
009800     WRITE DS-SUMMEN
009810     PERFORM 6200-BUCH-SCHREIBEN THRU 6200-BUCH-SCHREIBEN-EXIT
009820     ADD 1 TO GESENDET-ZAEHLER
009830     ADD MT-SAETZE(MT-IDX) TO DETAIL-ZAEHLER
009840     IF MELDE-ART = "E"
009850         PERFORM 6300-STATUS-SETZEN THRU 6300-STATUS-SETZEN-EXIT
009860         MOVE "GEMELDET" TO LZ-VERMERK
009870         WRITE ML-DRUCKZEILE FROM LAUF-ZEILE
009880         GO TO 6100-TURNIER-MELDEN-EXIT
009890     END-IF
009900     IF MT-SAETZE(MT-IDX) = MT-BUCH-ANZAHL(MT-IDX)
009910             AND MT-SUMME-ALT(MT-IDX) = MT-BUCH-SUMME-ALT(MT-IDX)
009920             AND MT-SUMME-NEU(MT-IDX) = MT-BUCH-SUMME-NEU(MT-IDX)
009930         MOVE "WIEDERHOLT" TO LZ-VERMERK
009940         WRITE ML-DRUCKZEILE FROM LAUF-ZEILE
009950     ELSE
009960         MOVE "ABWEICHUNG" TO LZ-VERMERK
009970         WRITE ML-DRUCKZEILE FROM LAUF-ZEILE
009980         MOVE MT-BUCH-ANZAHL(MT-IDX) TO BZ-SAETZE
009990         MOVE MT-BUCH-SUMME-ALT(MT-IDX) TO BZ-SUMME-ALT
010000         MOVE MT-BUCH-SUMME-NEU(MT-IDX) TO BZ-SUMME-NEU
010010         WRITE ML-DRUCKZEILE FROM BUCH-ZEILE
010020         ADD 1 TO ABWEICHUNG-ZAEHLER
010030         MOVE 4 TO RETURN-CODE
010040     END-IF.
010050 6100-TURNIER-MELDEN-EXIT.
010060     EXIT.
010070
010080 6110-SUMME-BILDEN.
010090     IF BE-MT-IDX(BE-IDX) = MT-IDX AND BE-STORNIERT(BE-IDX) = "N"
010100         ADD 1 TO MT-SAETZE(MT-IDX)
010110         ADD BE-ALTE-DWZ(BE-IDX) TO MT-SUMME-ALT(MT-IDX)
010120         ADD BE-NEUE-DWZ(BE-IDX) TO MT-SUMME-NEU(MT-IDX)
010130     END-IF.
010140 6110-SUMME-BILDEN-EXIT.
010150     EXIT.
010160
010170 6120-DETAIL-SCHREIBEN.
010180     IF BE-MT-IDX(BE-IDX) NOT = MT-IDX
010190             OR BE-STORNIERT(BE-IDX) = "J"
010200         GO TO 6120-DETAIL-SCHREIBEN-EXIT
010210     END-IF
010220     MOVE SPACES TO DS-DETAIL
010230     MOVE "D" TO DS-D-KENNUNG
010240     MOVE BE-SPIELER-ID(BE-IDX) TO DS-D-SPIELER-ID
010250     MOVE BE-ALTE-DWZ(BE-IDX) TO DS-D-ALTE-DWZ
010260     MOVE BE-RUNDEN(BE-IDX) TO DS-D-RUNDEN
010270     MOVE BE-PUNKTE(BE-IDX) TO DS-D-PUNKTE
010280     MOVE BE-NEUE-DWZ(BE-IDX) TO DS-D-NEUE-DWZ
010290     WRITE DS-DETAIL.
010300 6120-DETAIL-SCHREIBEN-EXIT.
010310     EXIT.
010320
010330 6200-BUCH-SCHREIBEN.
010340     MOVE SPACES TO MB-SATZ
010350     MOVE LAUF-NR TO MB-LAUF-NR
010360     MOVE MELDE-ART TO MB-ART
010370     MOVE AKTUELLES-DATUM TO MB-DATUM
010380     MOVE AKTUELLE-ZEIT TO MB-ZEIT
010390     MOVE MT-TURNIER-ID(MT-IDX) TO MB-TURNIER-ID
010400     MOVE MT-DATUM(MT-IDX) TO MB-TURNIER-DATUM
010410     MOVE MT-SAETZE(MT-IDX) TO MB-ANZAHL
010420     MOVE MT-SUMME-ALT(MT-IDX) TO MB-SUMME-ALTE-DWZ
010430     MOVE MT-SUMME-NEU(MT-IDX) TO MB-SUMME-NEUE-DWZ
010440     WRITE MB-SATZ.
010450 6200-BUCH-SCHREIBEN-EXIT.
010460     EXIT.
010470
010480*----------------------------------------------------------------
010490*  6300-STATUS-SETZEN
010500*  Das gemeldete Turnier von "B" auf "M" setzen (Lebenslauf
010510*  siehe TURNSAT).
010520*----------------------------------------------------------------
010530 6300-STATUS-SETZEN.
010540     MOVE MT-TURNIER-ID(MT-IDX) TO TU-TURNIER-ID
010550     READ TURNIERDATEI
010560         INVALID KEY
010570             DISPLAY "Turnier " MT-TURNIER-ID(MT-IDX)
010580                 " nicht mehr in der Turnierdatei."
010590             GO TO 6300-STATUS-SETZEN-EXIT
010600     END-READ
010610     IF TU-BEWERTET
010620         MOVE "M" TO TU-STATUS
010630         REWRITE TU-SATZ
010640             INVALID KEY
010650                 DISPLAY "Turnierdatei nicht fortgeschrieben "
010660                     "fuer Turnier " MT-TURNIER-ID(MT-IDX)
010670         END-REWRITE
010680     END-IF.
010690 6300-STATUS-SETZEN-EXIT.
010700     EXIT.
010710
010720*----------------------------------------------------------------
010730*  8900-UEBERLAUF-MELDEN
010740*  Eine Tabelle ist voll: einmal melden, RETURN-CODE 8; der
010750*  Lauf meldet dann nichts (siehe 2000 und 3000).
010760*----------------------------------------------------------------
010770 8900-UEBERLAUF-MELDEN.
010780     IF NOT TABELLE-UEBERLAUF
010790         DISPLAY "Tabelle voll - nicht alle Turniere bzw. "
010800             "Bewertungen erfasst, es wird nichts gemeldet."
010810         MOVE "J" TO SW-TABELLE-UEBERLAUF
010820     END-IF
010830     MOVE 8 TO RETURN-CODE.
010840 8900-UEBERLAUF-MELDEN-EXIT.
010850     EXIT.
010860
010870*----------------------------------------------------------------
010880*  9999-ABSCHLUSS
010890*----------------------------------------------------------------
010900 9999-ABSCHLUSS.
010910     IF TURNIERDATEI-OFFEN
010920         CLOSE TURNIERDATEI
010930     END-IF
010940     IF LISTE-OFFEN
010950         CLOSE MELDELISTE
010960     END-IF.
010970 9999-ABSCHLUSS-EXIT.
010980     EXIT.
