000100*================================================================
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. DWZGEBR.
000130 AUTHOR. A. HOLZMANN.
000140 INSTALLATION. SCHACHVEREIN RECHENZENTRUM.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED. 2026-10-15.
000170*----------------------------------------------------------------
000180*  DWZGEBR rechnet die Wertungsgebuehren des Bezirks fuer einen
000190*  Zeitraum ab (ueblicherweise ein Quartal) und druckt je Verein
000200*  eine Einzelaufstellung (GEBUEHRLISTE), die als Rechnung an
000210*  den Verein geht - bisher zaehlte der Kassenwart die Zeilen
000220*  des Protokollausdrucks von Hand.
000230*
000240*  Grundlage ist das Bewertungs-Protokoll (PROTOKOLLDATEI).
000250*  Reicht der Zeitraum hinter den letzten Jahresabschluss
000260*  (DWZARCH) zurueck - erkennbar am Datum der Vortragseintraege
000270*  "V" am Protokollanfang -, wird vorher das Archiv (ARCHIV-
000280*  DATEI) gelesen.  Gezaehlt wird je bewertetem Spieler und
000290*  Partie, wie in der Meldedatei (siehe DSBSATZ):
000300*    "T"        AU-GEGNERZAHL Partien des Turniers
000310*    "W"/"D"/"L" je eine Partie (Einzelpartie bzw. Gegnerseite
000320*               einer vereinsinternen Turnierpartie)
000330*    "E"        eine Ersteinstufung (eigener Gebuehrensatz,
000340*               die Qualifikationspartien zaehlen nicht extra)
000350*    "S"        nimmt AU-GEGNERZAHL Partien wieder heraus, damit
000360*               ein storniertes und neu bewertetes Ereignis nur
000370*               einmal berechnet wird; liegt das stornierte
000380*               Ereignis in einem frueheren Zeitraum, ergibt
000390*               sich eine Gutschrift.
000400*  Alle anderen Codes (siehe AUDZEIL) sind gebuehrenfrei.
000410*
000420*  Zugeordnet wird ueber die Turnierkennung (AU-TURNIER-ID) und
000430*  den Verein des Spielers (SP-VEREIN-NR, Stand der Stamm-
000440*  datei beim Lauf); Eintraege ohne Turnierkennung erscheinen
000450*  als Einzelpartien, Spieler ohne Verein unter Verein 00.
000460*  Je Turnier gilt die Mindestgebuehr, Einzelpartien und
000470*  Gutschriften ausgenommen.
000480*
000490*  Nur lesend - Protokoll, Archiv und Stammdateien bleiben
000500*  unberuehrt.
000510*----------------------------------------------------------------
000520*  AENDERUNGEN:
000530*  2026-10-15  AH  Neu angelegt fuer die Quartalsabrechnung der
000540*                  Wertungsgebuehren je Verein.
000542*  2026-10-15  AH  Archivsatz auf 120 Stellen, wie der ver-
000544*                  laengerte Protokollsatz.
000550*================================================================
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SPECIAL-NAMES.
000590     DECIMAL-POINT IS COMMA.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT PROTOKOLLDATEI ASSIGN TO "PROTOKOLLDATEI"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PROTOKOLL-STATUS.
000650
000660     SELECT ARCHIVDATEI ASSIGN TO "ARCHIVDATEI"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS ARCHIV-STATUS.
000690
000700     SELECT SPIELERDATEI ASSIGN TO "SPIELERDATEI"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS SP-SPIELER-ID
000740         FILE STATUS IS SPIELER-STATUS.
000750
000760     SELECT VEREINSDATEI ASSIGN TO "VEREINSDATEI"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS VE-VEREIN-NR
000800         FILE STATUS IS VEREIN-STATUS.
000810
000820     SELECT GEBUEHRLISTE ASSIGN TO "GEBUEHRLISTE"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS LISTE-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  PROTOKOLLDATEI.
000890 COPY AUDZEIL.
000900
000910 FD  ARCHIVDATEI.
000920 01  AR-ZEILE                    PIC X(120).
000930
000940 FD  SPIELERDATEI.
000950 COPY SPIELER.
000960
000970 FD  VEREINSDATEI.
000980 COPY VEREINSAT.
000990
001000 FD  GEBUEHRLISTE.
001010 01  GL-DRUCKZEILE               PIC X(80).
001020
001030 WORKING-STORAGE SECTION.
001040 01  PROTOKOLL-STATUS            PIC X(02).
001050 01  ARCHIV-STATUS               PIC X(02).
001060 01  SPIELER-STATUS              PIC X(02).
001070 01  VEREIN-STATUS               PIC X(02).
001080 01  LISTE-STATUS                PIC X(02).
001090
001100 01  VON-DATUM                   PIC 9(08).
001110 01  BIS-DATUM                   PIC 9(08).
001120 01  ABSCHLUSS-STICHTAG          PIC 9(08) VALUE 0.
001130
001140*  Gebuehrensaetze des Bezirks (Stand der Gebuehrenordnung)
001150 01  GEBUEHREN-TABELLE.
001160     05  GEB-JE-PARTIE           PIC 9(03)V9(02) VALUE 0,50.
001170     05  GEB-JE-ERSTEINSTUFUNG   PIC 9(03)V9(02) VALUE 5,00.
001180     05  GEB-MINDEST-TURNIER     PIC 9(03)V9(02) VALUE 5,00.
001190
001200*  Gezaehlte Partien je Verein und Turnier
001210 01  POSTEN-TABELLE.
001220     05  PO-ANZAHL               PIC 9(04) COMP VALUE 0.
001230     05  PO-EINTRAG OCCURS 2000 TIMES.
001240         10  PO-VEREIN-NR        PIC 9(02).
001250         10  PO-TURNIER-ID       PIC X(08).
001260         10  PO-GEWERTET         PIC 9(06).
001270         10  PO-STORNIERT        PIC 9(06).
001280 01  PO-MAXIMUM                  PIC 9(04) VALUE 2000.
001290 01  PO-IDX                      PIC 9(04) COMP.
001300 01  PO-TREFFER-IDX              PIC 9(04) COMP.
001310
001320*  Ersteinstufungen je Verein (Index = Vereinsnummer + 1)
001330 01  VEREIN-TABELLE.
001340     05  VT-EINTRAG OCCURS 100 TIMES.
001350         10  VT-ERSTEINSTUFUNGEN PIC 9(06).
001360         10  VT-POSTEN           PIC 9(04).
001370 01  VT-IDX                      PIC 9(04) COMP.
001380
001390 01  EINTRAG-VEREIN              PIC 9(02).
001400 01  AKT-VEREIN                  PIC 9(02).
001410 01  EINTRAG-PARTIEN             PIC 9(06).
001420 01  NETTO-PARTIEN               PIC S9(06).
001430 01  POSTEN-BETRAG               PIC S9(07)V9(02).
001440 01  VEREIN-BETRAG               PIC S9(07)V9(02).
001450 01  GESAMT-BETRAG               PIC S9(07)V9(02) VALUE 0.
001460 01  VEREIN-ZAEHLER              PIC 9(04) VALUE 0.
001470
001480 01  KOPF-ZEILE-1.
001490     05  FILLER                  PIC X(24)
001500             VALUE "WERTUNGSGEBUEHREN  VON ".
001510     05  KZ-VON                  PIC 9(08).
001520     05  FILLER                  PIC X(05) VALUE " BIS ".
001530     05  KZ-BIS                  PIC 9(08).
001540     05  FILLER                  PIC X(35) VALUE SPACES.
001550
001560 01  KOPF-ZEILE-2.
001570     05  FILLER                  PIC X(80) VALUE ALL "=".
001580
001590 01  VEREINS-ZEILE.
001600     05  FILLER                  PIC X(07) VALUE "VEREIN ".
001610     05  VZ-VEREIN-NR            PIC 9(02).
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  VZ-NAME                 PIC X(30).
001640     05  FILLER                  PIC X(40) VALUE SPACES.
001650
001660 01  REFERENT-ZEILE.
001670     05  FILLER                  PIC X(10) VALUE "REFERENT ".
001680     05  RZ-REFERENT             PIC X(25).
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  RZ-KONTAKT              PIC X(40).
001710     05  FILLER                  PIC X(04) VALUE SPACES.
001720
001730 01  TARIF-ZEILE.
001740     05  FILLER                  PIC X(12) VALUE "JE PARTIE ".
001750     05  TZ-PARTIE               PIC ZZ9,99.
001760     05  FILLER                  PIC X(21)
001770             VALUE "   JE ERSTEINSTUFUNG ".
001780     05  TZ-ERST                 PIC ZZ9,99.
001790     05  FILLER                  PIC X(21)
001800             VALUE "   MINDEST JE TURNIER".
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  TZ-MINDEST              PIC ZZ9,99.
001830     05  FILLER                  PIC X(07) VALUE SPACES.
001840
001850 01  SPALTEN-ZEILE.
001860     05  FILLER                  PIC X(41)
001870             VALUE "TURNIER     GEWERTET STORNIERT  BERECHNET".
001880     05  FILLER                  PIC X(15) VALUE "        BETRAG".
001890     05  FILLER                  PIC X(24) VALUE SPACES.
001900
001910 01  TRENN-ZEILE.
001920     05  FILLER                  PIC X(55) VALUE ALL "-".
001930     05  FILLER                  PIC X(25) VALUE SPACES.
001940
001950 01  POSTEN-ZEILE.
001960     05  PZ-TURNIER-ID           PIC X(14).
001970     05  PZ-GEWERTET             PIC Z(05)9.
001980     05  FILLER                  PIC X(04) VALUE SPACES.
001990     05  PZ-STORNIERT            PIC Z(05)9.
002000     05  FILLER                  PIC X(05) VALUE SPACES.
002010     05  PZ-BERECHNET            PIC -(05)9.
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  PZ-BETRAG               PIC -.---.--9,99.
002040     05  PZ-MINDEST              PIC X(02).
002050     05  FILLER                  PIC X(23) VALUE SPACES.
002060
002070 01  ERST-ZEILE.
002080     05  FILLER                  PIC X(14) VALUE "ERSTEINST.".
002090     05  EZ-ANZAHL               PIC Z(05)9.
002100     05  FILLER                  PIC X(23) VALUE SPACES.
002110     05  EZ-BETRAG               PIC -.---.--9,99.
002120     05  FILLER                  PIC X(25) VALUE SPACES.
002130
002140 01  SUMMEN-ZEILE.
002150     05  SZ-TEXT                 PIC X(43).
002160     05  SZ-BETRAG               PIC -.---.--9,99.
002170     05  FILLER                  PIC X(25) VALUE SPACES.
002180
002190 01  LEGENDE-ZEILE.
002200     05  FILLER                  PIC X(40)
002210             VALUE "* = MINDESTGEBUEHR JE TURNIER ANGESETZT".
002220     05  FILLER                  PIC X(40) VALUE SPACES.
002230
002240 01  LEER-ZEILE                  PIC X(80) VALUE SPACES.
002250
002260 01  SCHALTER-BEREICH.
002270     05  SW-PROTOKOLL-ENDE       PIC X(01) VALUE "N".
002280         88  PROTOKOLL-ENDE      VALUE "J".
002290     05  SW-ARCHIV-ENDE          PIC X(01) VALUE "N".
002300         88  ARCHIV-ENDE         VALUE "J".
002310     05  SW-DATEIEN-OFFEN        PIC X(01) VALUE "N".
002320         88  DATEIEN-OFFEN       VALUE "J".
002330     05  SW-VEREINSDATEI-OFFEN   PIC X(01) VALUE "N".
002340         88  VEREINSDATEI-OFFEN  VALUE "J".
002350     05  SW-PROTOKOLL-GELESEN    PIC X(01) VALUE "N".
002360         88  PROTOKOLL-GELESEN   VALUE "J".
002370     05  SW-PO-GEFUNDEN          PIC X(01) VALUE "N".
002380         88  PO-GEFUNDEN         VALUE "J".
002390     05  SW-TABELLE-UEBERLAUF    PIC X(01) VALUE "N".
002400         88  TABELLE-UEBERLAUF   VALUE "J".
002410
002420 PROCEDURE DIVISION.
002430
002440*----------------------------------------------------------------
002450*  0000-MAINLINE
002460*----------------------------------------------------------------
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALISIEREN THRU 1000-INITIALISIEREN-EXIT
002490     IF DATEIEN-OFFEN
002500         PERFORM 2000-STICHTAG-ERMITTELN
002510             THRU 2000-STICHTAG-ERMITTELN-EXIT
002520         IF ABSCHLUSS-STICHTAG > 0
002530                 AND VON-DATUM NOT > ABSCHLUSS-STICHTAG
002540             PERFORM 2100-ARCHIV-LESEN THRU 2100-ARCHIV-LESEN-EXIT
002550         END-IF
002560         PERFORM 2200-PROTOKOLL-LESEN
002570             THRU 2200-PROTOKOLL-LESEN-EXIT
002580     END-IF
002590     IF PROTOKOLL-GELESEN
002600         PERFORM 4000-VEREIN-ABRECHNEN
002610             THRU 4000-VEREIN-ABRECHNEN-EXIT
002620             VARYING VT-IDX FROM 1 BY 1
002630             UNTIL VT-IDX > 100
002640         PERFORM 4900-GESAMT-DRUCKEN THRU 4900-GESAMT-DRUCKEN-EXIT
002650     END-IF
002660     PERFORM 9999-ABSCHLUSS THRU 9999-ABSCHLUSS-EXIT
002670     STOP RUN.
002680
002690*----------------------------------------------------------------
002700*  1000-INITIALISIEREN
002710*  Zeitraum erfragen, Dateien oeffnen, Tabellen loeschen.
002720*----------------------------------------------------------------
002730 1000-INITIALISIEREN.
002740     MOVE 0 TO VON-DATUM
002750     MOVE 0 TO BIS-DATUM
002760     PERFORM 1100-ZEITRAUM-ERFRAGEN
002770         THRU 1100-ZEITRAUM-ERFRAGEN-EXIT
002780         UNTIL VON-DATUM > 0 AND BIS-DATUM NOT < VON-DATUM
002790     PERFORM 1200-TABELLE-LOESCHEN THRU 1200-TABELLE-LOESCHEN-EXIT
002800         VARYING VT-IDX FROM 1 BY 1
002810         UNTIL VT-IDX > 100
002820
002830     OPEN INPUT SPIELERDATEI
002840     IF SPIELER-STATUS NOT = "00"
002850         DISPLAY "Spielerdatei nicht geoeffnet, Status "
002860             SPIELER-STATUS
002870         GO TO 1000-INITIALISIEREN-EXIT
002880     END-IF
002890     OPEN OUTPUT GEBUEHRLISTE
002900     IF LISTE-STATUS NOT = "00"
002910         DISPLAY "Gebuehrenliste nicht geoeffnet, Status "
002920             LISTE-STATUS
002930         CLOSE SPIELERDATEI
002940         GO TO 1000-INITIALISIEREN-EXIT
002950     END-IF
002960     MOVE "J" TO SW-DATEIEN-OFFEN
002970     OPEN INPUT VEREINSDATEI
002980     IF VEREIN-STATUS = "00"
002990         MOVE "J" TO SW-VEREINSDATEI-OFFEN
003000     ELSE
003010         DISPLAY "Vereinsdatei nicht geoeffnet, Status "
003020             VEREIN-STATUS " - Aufstellung ohne Vereinsnamen."
003030     END-IF.
003040 1000-INITIALISIEREN-EXIT.
003050     EXIT.
003060
003070 1100-ZEITRAUM-ERFRAGEN.
003080     DISPLAY "Abrechnung von Datum (JJJJMMTT):"
003090     ACCEPT VON-DATUM
003100     DISPLAY "Abrechnung bis Datum (JJJJMMTT):"
003110     ACCEPT BIS-DATUM
003120     IF VON-DATUM = 0 OR BIS-DATUM < VON-DATUM
003130         DISPLAY "Ungueltiger Zeitraum - bitte erneut eingeben."
003140     END-IF.
003150 1100-ZEITRAUM-ERFRAGEN-EXIT.
003160     EXIT.
003170
003180 1200-TABELLE-LOESCHEN.
003190     MOVE 0 TO VT-ERSTEINSTUFUNGEN(VT-IDX)
003200     MOVE 0 TO VT-POSTEN(VT-IDX).
003210 1200-TABELLE-LOESCHEN-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------------
003250*  2000-STICHTAG-ERMITTELN
003260*  Nach einem Jahresabschluss beginnt das Protokoll mit den
003270*  Vortragseintraegen "V", datiert auf den Stichtag (siehe
003280*  DWZARCH); alles bis dahin steht im Archiv.
003290*----------------------------------------------------------------
003300 2000-STICHTAG-ERMITTELN.
003310     OPEN INPUT PROTOKOLLDATEI
003320     IF PROTOKOLL-STATUS NOT = "00"
003330         GO TO 2000-STICHTAG-ERMITTELN-EXIT
003340     END-IF
003350     READ PROTOKOLLDATEI
003360         NOT AT END
003370             IF AU-ERGEBNIS = "V"
003380                 MOVE AU-DATUM TO ABSCHLUSS-STICHTAG
003390             END-IF
003400     END-READ
003410     CLOSE PROTOKOLLDATEI.
003420 2000-STICHTAG-ERMITTELN-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------
003460*  2100-ARCHIV-LESEN
003470*  Das Archiv wird vor dem Protokoll gelesen, damit ein "S"
003480*  im Protokoll auf den Posten aus dem Archiv trifft.
003490*----------------------------------------------------------------
003500 2100-ARCHIV-LESEN.
003510     OPEN INPUT ARCHIVDATEI
003520     IF ARCHIV-STATUS NOT = "00"
003530         DISPLAY "Archivdatei nicht geoeffnet, Status "
003540             ARCHIV-STATUS " - Zeitraum bis " ABSCHLUSS-STICHTAG
003550             " fehlt in der Abrechnung."
003560         GO TO 2100-ARCHIV-LESEN-EXIT
003570     END-IF
003580     MOVE "N" TO SW-ARCHIV-ENDE
003590     PERFORM 2110-ARCHIV-SATZ-LESEN
003600         THRU 2110-ARCHIV-SATZ-LESEN-EXIT
003610         UNTIL ARCHIV-ENDE
003620     CLOSE ARCHIVDATEI.
003630 2100-ARCHIV-LESEN-EXIT.
003640     EXIT.
003650
003660 2110-ARCHIV-SATZ-LESEN.
003670     READ ARCHIVDATEI INTO AU-ZEILE
003680         AT END
003690             MOVE "J" TO SW-ARCHIV-ENDE
003700         NOT AT END
003710             PERFORM 3000-EINTRAG-ZAEHLEN
003720                 THRU 3000-EINTRAG-ZAEHLEN-EXIT
003730     END-READ.
003740 2110-ARCHIV-SATZ-LESEN-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780*  2200-PROTOKOLL-LESEN
003790*----------------------------------------------------------------
003800 2200-PROTOKOLL-LESEN.
003810     OPEN INPUT PROTOKOLLDATEI
003820     IF PROTOKOLL-STATUS NOT = "00"
003830         DISPLAY "Protokolldatei nicht geoeffnet, Status "
003840             PROTOKOLL-STATUS
003850         GO TO 2200-PROTOKOLL-LESEN-EXIT
003860     END-IF
003870     MOVE "N" TO SW-PROTOKOLL-ENDE
003880     PERFORM 2210-PROTOKOLL-SATZ-LESEN
003890         THRU 2210-PROTOKOLL-SATZ-LESEN-EXIT
003900         UNTIL PROTOKOLL-ENDE
003910     CLOSE PROTOKOLLDATEI
003920     MOVE "J" TO SW-PROTOKOLL-GELESEN.
003930 2200-PROTOKOLL-LESEN-EXIT.
003940     EXIT.
003950
003960 2210-PROTOKOLL-SATZ-LESEN.
003970     READ PROTOKOLLDATEI
003980         AT END
003990             MOVE "J" TO SW-PROTOKOLL-ENDE
004000         NOT AT END
004010             PERFORM 3000-EINTRAG-ZAEHLEN
004020                 THRU 3000-EINTRAG-ZAEHLEN-EXIT
004030     END-READ.
004040 2210-PROTOKOLL-SATZ-LESEN-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080*  3000-EINTRAG-ZAEHLEN
004090*  Gebuehrenpflichtige Eintraege im Zeitraum dem Verein des
004100*  Spielers und der Turnierkennung zurechnen.
004110*----------------------------------------------------------------
004120 3000-EINTRAG-ZAEHLEN.
004130     IF AU-DATUM < VON-DATUM OR AU-DATUM > BIS-DATUM
004140         GO TO 3000-EINTRAG-ZAEHLEN-EXIT
004150     END-IF
004160     EVALUATE AU-ERGEBNIS
004170         WHEN "T"
004180         WHEN "S"
004190             MOVE AU-GEGNERZAHL TO EINTRAG-PARTIEN
004200         WHEN "W"
004210         WHEN "D"
004220         WHEN "L"
004230         WHEN "E"
004240             MOVE 1 TO EINTRAG-PARTIEN
004250         WHEN OTHER
004260             GO TO 3000-EINTRAG-ZAEHLEN-EXIT
004270     END-EVALUATE
004280     PERFORM 3100-VEREIN-BESTIMMEN THRU 3100-VEREIN-BESTIMMEN-EXIT
004290     IF AU-ERGEBNIS = "E"
004300         COMPUTE VT-IDX = EINTRAG-VEREIN + 1
004310         ADD 1 TO VT-ERSTEINSTUFUNGEN(VT-IDX)
004320         GO TO 3000-EINTRAG-ZAEHLEN-EXIT
004330     END-IF
004340     PERFORM 3200-POSTEN-SUCHEN THRU 3200-POSTEN-SUCHEN-EXIT
004350     IF NOT PO-GEFUNDEN
004360         GO TO 3000-EINTRAG-ZAEHLEN-EXIT
004370     END-IF
004380     IF AU-ERGEBNIS = "S"
004390         ADD EINTRAG-PARTIEN TO PO-STORNIERT(PO-TREFFER-IDX)
004400     ELSE
004410         ADD EINTRAG-PARTIEN TO PO-GEWERTET(PO-TREFFER-IDX)
004420     END-IF.
004430 3000-EINTRAG-ZAEHLEN-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------
004470*  3100-VEREIN-BESTIMMEN
004480*  Verein des Spielers aus der Stammdatei; ohne Stammsatz oder
004490*  ohne Zuordnung Verein 00.
004500*----------------------------------------------------------------
004510 3100-VEREIN-BESTIMMEN.
004520     MOVE 0 TO EINTRAG-VEREIN
004530     MOVE AU-SPIELER-ID TO SP-SPIELER-ID
004540     READ SPIELERDATEI
004550         INVALID KEY
004560             GO TO 3100-VEREIN-BESTIMMEN-EXIT
004570     END-READ
004580     IF SP-VEREIN-NR IS NUMERIC
004590         MOVE SP-VEREIN-NR TO EINTRAG-VEREIN
004600     END-IF.
004610 3100-VEREIN-BESTIMMEN-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------
004650*  3200-POSTEN-SUCHEN
004660*  Posten (Verein, Turnier) aufsuchen oder neu anlegen;
004670*  PO-TREFFER-IDX zeigt bei Erfolg auf den Posten.
004680*----------------------------------------------------------------
004690 3200-POSTEN-SUCHEN.
004700     MOVE "N" TO SW-PO-GEFUNDEN
004710     IF PO-ANZAHL > 0
004720         PERFORM 3210-POSTEN-VERGLEICH
004730             THRU 3210-POSTEN-VERGLEICH-EXIT
004740             VARYING PO-IDX FROM 1 BY 1
004750             UNTIL PO-IDX > PO-ANZAHL OR PO-GEFUNDEN
004760     END-IF
004770     IF PO-GEFUNDEN
004780         GO TO 3200-POSTEN-SUCHEN-EXIT
004790     END-IF
004800     IF PO-ANZAHL NOT < PO-MAXIMUM
004810         IF NOT TABELLE-UEBERLAUF
004820             DISPLAY "Posten-Tabelle voll (mehr als "
004830                 PO-MAXIMUM " Posten Verein/Turnier) - "
004840                 "Abrechnung unvollstaendig."
004850             MOVE "J" TO SW-TABELLE-UEBERLAUF
004860         END-IF
004870         MOVE 4 TO RETURN-CODE
004880         GO TO 3200-POSTEN-SUCHEN-EXIT
004890     END-IF
004900     ADD 1 TO PO-ANZAHL
004910     MOVE PO-ANZAHL TO PO-TREFFER-IDX
004920     MOVE EINTRAG-VEREIN TO PO-VEREIN-NR(PO-TREFFER-IDX)
004930     MOVE AU-TURNIER-ID TO PO-TURNIER-ID(PO-TREFFER-IDX)
004940     MOVE 0 TO PO-GEWERTET(PO-TREFFER-IDX)
004950     MOVE 0 TO PO-STORNIERT(PO-TREFFER-IDX)
004960     COMPUTE VT-IDX = EINTRAG-VEREIN + 1
004970     ADD 1 TO VT-POSTEN(VT-IDX)
004980     MOVE "J" TO SW-PO-GEFUNDEN.
004990 3200-POSTEN-SUCHEN-EXIT.
005000     EXIT.
005010
005020 3210-POSTEN-VERGLEICH.
005030     IF PO-IDX NOT > PO-ANZAHL
005040         IF PO-VEREIN-NR(PO-IDX) = EINTRAG-VEREIN
005050                 AND PO-TURNIER-ID(PO-IDX) = AU-TURNIER-ID
005060             MOVE "J" TO SW-PO-GEFUNDEN
005070             MOVE PO-IDX TO PO-TREFFER-IDX
005080         END-IF
005090     END-IF.
005100 3210-POSTEN-VERGLEICH-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------
005140*  4000-VEREIN-ABRECHNEN
005150*  Einzelaufstellung eines Vereins (VT-IDX = Vereinsnummer + 1)
005160*  mit Kopf, einem Posten je Turnier, den Ersteinstufungen und
005170*  dem Rechnungsbetrag.  Vereine ohne Posten entfallen.
005180*----------------------------------------------------------------
005190 4000-VEREIN-ABRECHNEN.
005200     IF VT-POSTEN(VT-IDX) = 0 AND VT-ERSTEINSTUFUNGEN(VT-IDX) = 0
005210         GO TO 4000-VEREIN-ABRECHNEN-EXIT
005220     END-IF
005230     COMPUTE AKT-VEREIN = VT-IDX - 1
005240     ADD 1 TO VEREIN-ZAEHLER
005250     MOVE 0 TO VEREIN-BETRAG
005260     PERFORM 4100-VEREINSKOPF-DRUCKEN
005270         THRU 4100-VEREINSKOPF-DRUCKEN-EXIT
005280     PERFORM 4200-POSTEN-DRUCKEN THRU 4200-POSTEN-DRUCKEN-EXIT
005290         VARYING PO-IDX FROM 1 BY 1
005300         UNTIL PO-IDX > PO-ANZAHL
005310     COMPUTE POSTEN-BETRAG = VT-ERSTEINSTUFUNGEN(VT-IDX)
005320         * GEB-JE-ERSTEINSTUFUNG
005330     MOVE VT-ERSTEINSTUFUNGEN(VT-IDX) TO EZ-ANZAHL
005340     MOVE POSTEN-BETRAG TO EZ-BETRAG
005350     WRITE GL-DRUCKZEILE FROM ERST-ZEILE
005360     ADD POSTEN-BETRAG TO VEREIN-BETRAG
005370     WRITE GL-DRUCKZEILE FROM TRENN-ZEILE
005380     MOVE "RECHNUNGSBETRAG VEREIN" TO SZ-TEXT
005390     MOVE VEREIN-BETRAG TO SZ-BETRAG
005400     WRITE GL-DRUCKZEILE FROM SUMMEN-ZEILE
005410     WRITE GL-DRUCKZEILE FROM LEER-ZEILE
005420     WRITE GL-DRUCKZEILE FROM LEGENDE-ZEILE
005430     ADD VEREIN-BETRAG TO GESAMT-BETRAG
005440     DISPLAY "Verein " AKT-VEREIN ": " VZ-NAME " " SZ-BETRAG.
005450 4000-VEREIN-ABRECHNEN-EXIT.
005460     EXIT.
005470
005480 4100-VEREINSKOPF-DRUCKEN.
005490     MOVE VON-DATUM TO KZ-VON
005500     MOVE BIS-DATUM TO KZ-BIS
005510     IF VEREIN-ZAEHLER > 1
005520         WRITE GL-DRUCKZEILE FROM LEER-ZEILE
005530         WRITE GL-DRUCKZEILE FROM LEER-ZEILE
005540     END-IF
005550     WRITE GL-DRUCKZEILE FROM KOPF-ZEILE-1
005560     WRITE GL-DRUCKZEILE FROM KOPF-ZEILE-2
005570     MOVE AKT-VEREIN TO VZ-VEREIN-NR
005580     MOVE SPACES TO RZ-REFERENT
005590     MOVE SPACES TO RZ-KONTAKT
005600     IF AKT-VEREIN = 0
005610         MOVE "OHNE VEREINSZUORDNUNG" TO VZ-NAME
005620     ELSE
005630         MOVE "(NICHT IN DER VEREINSDATEI)" TO VZ-NAME
005640         IF VEREINSDATEI-OFFEN
005650             MOVE AKT-VEREIN TO VE-VEREIN-NR
005660             READ VEREINSDATEI
005670                 NOT INVALID KEY
005680                     MOVE VE-NAME TO VZ-NAME
005690                     MOVE VE-REFERENT TO RZ-REFERENT
005700                     MOVE VE-KONTAKT TO RZ-KONTAKT
005710             END-READ
005720         END-IF
005730     END-IF
005740     WRITE GL-DRUCKZEILE FROM VEREINS-ZEILE
005750     IF RZ-REFERENT NOT = SPACES
005760         WRITE GL-DRUCKZEILE FROM REFERENT-ZEILE
005770     END-IF
005780     MOVE GEB-JE-PARTIE TO TZ-PARTIE
005790     MOVE GEB-JE-ERSTEINSTUFUNG TO TZ-ERST
005800     MOVE GEB-MINDEST-TURNIER TO TZ-MINDEST
005810     WRITE GL-DRUCKZEILE FROM TARIF-ZEILE
005820     WRITE GL-DRUCKZEILE FROM LEER-ZEILE
005830     WRITE GL-DRUCKZEILE FROM SPALTEN-ZEILE
005840     WRITE GL-DRUCKZEILE FROM TRENN-ZEILE.
005850 4100-VEREINSKOPF-DRUCKEN-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------
005890*  4200-POSTEN-DRUCKEN
005900*  Ein Turnier des Vereins:  berechnet werden die gewerteten
005910*  abzueglich der stornierten Partien, mindestens aber die
005920*  Mindestgebuehr (nicht bei Einzelpartien und Gutschriften).
005930*----------------------------------------------------------------
005940 4200-POSTEN-DRUCKEN.
005950     IF PO-VEREIN-NR(PO-IDX) NOT = AKT-VEREIN
005960         GO TO 4200-POSTEN-DRUCKEN-EXIT
005970     END-IF
005980     COMPUTE NETTO-PARTIEN = PO-GEWERTET(PO-IDX)
005990         - PO-STORNIERT(PO-IDX)
006000     COMPUTE POSTEN-BETRAG = NETTO-PARTIEN * GEB-JE-PARTIE
006010     MOVE SPACES TO PZ-MINDEST
006020     IF PO-TURNIER-ID(PO-IDX) = SPACES
006030         MOVE "EINZELPARTIEN" TO PZ-TURNIER-ID
006040     ELSE
006050         MOVE PO-TURNIER-ID(PO-IDX) TO PZ-TURNIER-ID
006060         IF NETTO-PARTIEN > 0
006070                 AND POSTEN-BETRAG < GEB-MINDEST-TURNIER
006080             MOVE GEB-MINDEST-TURNIER TO POSTEN-BETRAG
006090             MOVE " *" TO PZ-MINDEST
006100         END-IF
006110     END-IF
006120     MOVE PO-GEWERTET(PO-IDX) TO PZ-GEWERTET
006130     MOVE PO-STORNIERT(PO-IDX) TO PZ-STORNIERT
006140     MOVE NETTO-PARTIEN TO PZ-BERECHNET
006150     MOVE POSTEN-BETRAG TO PZ-BETRAG
006160     WRITE GL-DRUCKZEILE FROM POSTEN-ZEILE
006170     ADD POSTEN-BETRAG TO VEREIN-BETRAG.
006180 4200-POSTEN-DRUCKEN-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------
006220*  4900-GESAMT-DRUCKEN
006230*----------------------------------------------------------------
006240 4900-GESAMT-DRUCKEN.
006250     WRITE GL-DRUCKZEILE FROM LEER-ZEILE
006260     WRITE GL-DRUCKZEILE FROM KOPF-ZEILE-2
006270     IF VEREIN-ZAEHLER = 0
006280         MOVE "KEINE GEBUEHRENPFLICHTIGEN EINTRAEGE IM ZEITRAUM"
006290             TO GL-DRUCKZEILE
006300         WRITE GL-DRUCKZEILE
006310     END-IF
006320     MOVE "GESAMT ALLE VEREINE" TO SZ-TEXT
006330     MOVE GESAMT-BETRAG TO SZ-BETRAG
006340     WRITE GL-DRUCKZEILE FROM SUMMEN-ZEILE.
006350 4900-GESAMT-DRUCKEN-EXIT.
006360     EXIT.
006370
006380*----------------------------------------------------------------
006390*  9999-ABSCHLUSS
006400*----------------------------------------------------------------
006410 9999-ABSCHLUSS.
006420     IF VEREINSDATEI-OFFEN
006430         CLOSE VEREINSDATEI
006440     END-IF
006450     IF DATEIEN-OFFEN
006460         CLOSE SPIELERDATEI
006470         CLOSE GEBUEHRLISTE
006480         DISPLAY "Gebuehrenliste fuer " VEREIN-ZAEHLER
006490             " Vereine erstellt."
006500     END-IF.
006510 9999-ABSCHLUSS-EXIT.
006520     EXIT.
