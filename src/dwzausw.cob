000100*================================================================
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. DWZAUSW.
000130 AUTHOR. A. HOLZMANN.
000140 INSTALLATION. SCHACHVEREIN RECHENZENTRUM.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED. 2026-10-15.
000170*----------------------------------------------------------------
000180*  DWZAUSW druckt den Auswertungsbogen eines Turniers (AUSWERT-
000190*  BOGEN), wie ihn der Bezirks-Wertungsreferent anfordert:  je
000200*  bewertetem Teilnehmer eine Zeile mit alter DWZ, durch-
000210*  schnittlicher Gegner-DWZ, Partien, Punkten, Erwartungswert,
000220*  Entwicklungskoeffizient, neuer DWZ und Leistungszahl, darunter
000230*  die Summen und ihr Abgleich mit dem Summensatz der Melde-
000240*  datei (MELDEDATEI, siehe DSBSATZ).
000250*
000260*  Grundlage ist allein das Bewertungs-Protokoll (PROTOKOLLDATEI,
000270*  davor das Archiv ARCHIVDATEI, falls DWZARCH das Turnier schon
000280*  ausgelagert hat):  die Eintraege "T" und "W"/"D"/"L" tragen
000290*  Turnierkennung, Punkte und Gegnerschnitt (siehe AUDZEIL).  Ein
000300*  "S" zum Turnier nimmt den juengsten noch wirksamen Eintrag
000310*  des Spielers wieder heraus, eine Neubewertung aus DWZSTORN
000320*  kommt als neues "T" hinzu - der Bogen ist damit auch nach
000330*  Storno und Neubewertung jederzeit reproduzierbar.
000340*
000350*  Eine Zeile entspricht einem Detailsatz der Meldedatei:  je
000360*  Spieler das Turnier ("T"), bei vereinsinternen Partien dazu
000370*  je Partie eine Zeile der Gegnerseite (Kennzeichen "G", eine
000380*  Partie).  Eintraege aus der Zeit vor der Turnierkennung im
000390*  Protokoll lassen sich keinem Turnier zuordnen und fehlen.
000400*
000410*  Leistungszahl = Gegnerschnitt + 400 * LOG10(P / (1 - P)) mit
000420*  P = Punkte / Partien; bei 100 % bzw. 0 % und darueber hinaus
000430*  wird der Zuschlag auf +800 bzw. -800 begrenzt.
000440*  Entwicklungskoeffizient = 800 / K-Faktor - 1 (der A-Wert aus
000450*  DWZKFAK, zurueckgerechnet aus dem protokollierten K-Faktor).
000460*  Nur lesend - Stammdatei, Protokoll und Meldedatei bleiben
000470*  unberuehrt.
000480*----------------------------------------------------------------
000490*  AENDERUNGEN:
000500*  2026-10-15  AH  Neu angelegt fuer den Auswertungsbogen je
000510*                  Turnier.
000512*  2026-10-15  AH  Archivsatz auf 120 Stellen, wie der ver-
000514*                  laengerte Protokollsatz.
000520*================================================================
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SPECIAL-NAMES.
000560     DECIMAL-POINT IS COMMA.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT PROTOKOLLDATEI ASSIGN TO "PROTOKOLLDATEI"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PROTOKOLL-STATUS.
000620
000630     SELECT ARCHIVDATEI ASSIGN TO "ARCHIVDATEI"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS ARCHIV-STATUS.
000660
000670     SELECT SPIELERDATEI ASSIGN TO "SPIELERDATEI"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS SP-SPIELER-ID
000710         FILE STATUS IS SPIELER-STATUS.
000720
000730     SELECT TURNIERDATEI ASSIGN TO "TURNIERDATEI"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS TU-TURNIER-ID
000770         FILE STATUS IS TURNIER-STATUS.
000780
000790     SELECT MELDEDATEI ASSIGN TO "MELDEDATEI"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS MELDE-STATUS.
000820
000830     SELECT AUSWERTBOGEN ASSIGN TO "AUSWERTBOGEN"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS BOGEN-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  PROTOKOLLDATEI.
000900 COPY AUDZEIL.
000910
000920 FD  ARCHIVDATEI.
000930 01  AR-ZEILE                    PIC X(120).
000940
000950 FD  SPIELERDATEI.
000960 COPY SPIELER.
000970
000980 FD  TURNIERDATEI.
000990 COPY TURNSAT.
001000
001010 FD  MELDEDATEI.
001020 COPY DSBSATZ.
001030
001040 FD  AUSWERTBOGEN.
001050 01  AB-DRUCKZEILE               PIC X(80).
001060
001070 WORKING-STORAGE SECTION.
001080 01  PROTOKOLL-STATUS            PIC X(02).
001090 01  ARCHIV-STATUS               PIC X(02).
001100 01  SPIELER-STATUS              PIC X(02).
001110 01  TURNIER-STATUS              PIC X(02).
001120 01  MELDE-STATUS                PIC X(02).
001130 01  BOGEN-STATUS                PIC X(02).
001140
001150 01  AUSW-TURNIER-ID             PIC X(08).
001160
001170*  Noch wirksame Bewertungseintraege des Turniers in Protokoll-
001180*  reihenfolge; ein "S" setzt BE-STORNIERT beim juengsten noch
001190*  wirksamen Eintrag des Spielers.
001200 01  BEWERTUNG-TABELLE.
001210     05  BE-ANZAHL               PIC 9(04) COMP VALUE 0.
001220     05  BE-EINTRAG OCCURS 500 TIMES.
001230         10  BE-SPIELER-ID       PIC 9(06).
001240         10  BE-ERGEBNIS         PIC X(01).
001250         10  BE-ALTE-DWZ         PIC 9(04).
001260         10  BE-GEGNER-SCHNITT   PIC 9(04).
001270         10  BE-PARTIEN          PIC 9(02).
001280         10  BE-PUNKTE           PIC 9(02)V9(01).
001290         10  BE-ERWARTUNG        PIC 9(02)V9(04).
001300         10  BE-K-FAKTOR         PIC 9(03)V9(02).
001310         10  BE-NEUE-DWZ         PIC 9(04).
001320         10  BE-STORNIERT        PIC X(01).
001330 01  BE-MAXIMUM                  PIC 9(04) VALUE 500.
001340 01  BE-IDX                      PIC 9(04) COMP.
001350 01  BE-TREFFER-IDX              PIC 9(04) COMP.
001360
001370*  Rechenfelder je Zeile
001380 01  PUNKTQUOTE                  PIC S9(01)V9(06) COMP-3.
001390 01  LEISTUNG-ZUSCHLAG           PIC S9(04)V9(02) COMP-3.
001400 01  LEISTUNGSZAHL               PIC S9(04).
001410 01  ENTW-KOEFFIZIENT            PIC 9(03).
001420
001430*  Summen des Bogens und Summensatz der Meldedatei
001440 01  SUMME-ANZAHL                PIC 9(06) VALUE 0.
001450 01  SUMME-ALTE-DWZ              PIC 9(08) VALUE 0.
001460 01  SUMME-NEUE-DWZ              PIC 9(08) VALUE 0.
001470 01  SUMME-PARTIEN               PIC 9(04) VALUE 0.
001480 01  SUMME-PUNKTE                PIC 9(04)V9(01) VALUE 0.
001490 01  STORNO-ANZAHL               PIC 9(04) VALUE 0.
001500 01  MELDE-ANZAHL                PIC 9(06) VALUE 0.
001510 01  MELDE-SUMME-ALT             PIC 9(08) VALUE 0.
001520 01  MELDE-SUMME-NEU             PIC 9(08) VALUE 0.
001530
001540 01  KOPF-ZEILE-1.
001550     05  FILLER                  PIC X(26)
001560             VALUE "AUSWERTUNGSBOGEN  TURNIER ".
001570     05  KZ-TURNIER-ID           PIC X(08).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  KZ-NAME                 PIC X(25).
001600     05  FILLER                  PIC X(19) VALUE SPACES.
001610
001620 01  KOPF-ZEILE-2.
001630     05  FILLER                  PIC X(14)
001640             VALUE "TURNIERDATUM  ".
001650     05  KZ-DATUM                PIC 9(08).
001660     05  FILLER                  PIC X(10) VALUE "  STATUS  ".
001670     05  KZ-STATUS               PIC X(01).
001680     05  FILLER                  PIC X(47) VALUE SPACES.
001690
001700 01  KOPF-ZEILE-3.
001710     05  FILLER                  PIC X(40) VALUE
001720         "NR     NAME                  ALT  SCHN P".
001730     05  FILLER                  PIC X(40) VALUE
001740         "A PKT   ERW    E NEU  LEIST K           ".
001750
001760 01  KOPF-ZEILE-4.
001770     05  FILLER                  PIC X(80) VALUE ALL "=".
001780
001790 01  BOGEN-ZEILE.
001800     05  BZ-SPIELER-ID           PIC 9(06).
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  BZ-NAME                 PIC X(20).
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  BZ-ALTE-DWZ             PIC 9(04).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  BZ-GEGNER-SCHNITT       PIC 9(04).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  BZ-PARTIEN              PIC Z9.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  BZ-PUNKTE               PIC Z9,9.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  BZ-ERWARTUNG            PIC Z9,99.
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  BZ-ENTW-KOEFF           PIC ZZ9.
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  BZ-NEUE-DWZ             PIC 9(04).
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  BZ-LEISTUNG             PIC -ZZZ9.
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  BZ-KENNZEICHEN          PIC X(01).
002010     05  FILLER                  PIC X(11) VALUE SPACES.
002020
002030 01  SUMMEN-ZEILE-1.
002040     05  FILLER                  PIC X(10) VALUE "SUMME     ".
002050     05  SZ-ANZAHL               PIC ZZZZZ9.
002060     05  FILLER                  PIC X(11) VALUE " ZEILEN    ".
002070     05  FILLER                  PIC X(08) VALUE "ALT-DWZ ".
002080     05  SZ-SUMME-ALT            PIC ZZZZZZZ9.
002090     05  FILLER                  PIC X(10) VALUE "  NEU-DWZ ".
002100     05  SZ-SUMME-NEU            PIC ZZZZZZZ9.
002110     05  FILLER                  PIC X(19) VALUE SPACES.
002120
002130 01  SUMMEN-ZEILE-2.
002140     05  FILLER                  PIC X(10) VALUE SPACES.
002150     05  SZ-PARTIEN              PIC ZZZZZ9.
002160     05  FILLER                  PIC X(11) VALUE " PARTIEN   ".
002170     05  FILLER                  PIC X(08) VALUE "PUNKTE  ".
002180     05  SZ-PUNKTE               PIC ZZZ9,9.
002190     05  FILLER                  PIC X(39) VALUE SPACES.
002200
002210 01  STORNO-ZEILE.
002220     05  FILLER                  PIC X(10) VALUE SPACES.
002230     05  STZ-ANZAHL              PIC ZZZZZ9.
002240     05  FILLER                  PIC X(40) VALUE
002250         " ZURUECKGENOMMENE EINTRAEGE (NICHT IN DE".
002260     05  FILLER                  PIC X(24) VALUE
002270         "N SUMMEN)               ".
002280
002290 01  MELDE-ZEILE.
002300     05  FILLER                  PIC X(10) VALUE "MELDEDATEI".
002310     05  MZ-ANZAHL               PIC ZZZZZ9.
002320     05  FILLER                  PIC X(11) VALUE " ZEILEN    ".
002330     05  FILLER                  PIC X(08) VALUE "ALT-DWZ ".
002340     05  MZ-SUMME-ALT            PIC ZZZZZZZ9.
002350     05  FILLER                  PIC X(10) VALUE "  NEU-DWZ ".
002360     05  MZ-SUMME-NEU            PIC ZZZZZZZ9.
002370     05  FILLER                  PIC X(19) VALUE SPACES.
002380
002390 01  LEER-ZEILE                  PIC X(80) VALUE SPACES.
002400
002410 01  SCHALTER-BEREICH.
002420     05  SW-PROTOKOLL-ENDE       PIC X(01) VALUE "N".
002430         88  PROTOKOLL-ENDE      VALUE "J".
002440     05  SW-ARCHIV-ENDE          PIC X(01) VALUE "N".
002450         88  ARCHIV-ENDE         VALUE "J".
002460     05  SW-MELDE-ENDE           PIC X(01) VALUE "N".
002470         88  MELDE-ENDE          VALUE "J".
002480     05  SW-SPIELERDATEI-OFFEN   PIC X(01) VALUE "N".
002490         88  SPIELERDATEI-OFFEN  VALUE "J".
002500     05  SW-TURNIERDATEI-OFFEN   PIC X(01) VALUE "N".
002510         88  TURNIERDATEI-OFFEN  VALUE "J".
002520     05  SW-BOGEN-OFFEN          PIC X(01) VALUE "N".
002530         88  BOGEN-OFFEN         VALUE "J".
002540     05  SW-PROTOKOLL-GELESEN    PIC X(01) VALUE "N".
002550         88  PROTOKOLL-GELESEN   VALUE "J".
002560     05  SW-TABELLE-UEBERLAUF    PIC X(01) VALUE "N".
002570         88  TABELLE-UEBERLAUF   VALUE "J".
002580     05  SW-BE-GEFUNDEN          PIC X(01) VALUE "N".
002590         88  BE-GEFUNDEN         VALUE "J".
002600     05  SW-IM-TURNIER           PIC X(01) VALUE "N".
002610         88  IM-TURNIER          VALUE "J".
002620     05  SW-MELDUNG-GEFUNDEN     PIC X(01) VALUE "N".
002630         88  MELDUNG-GEFUNDEN    VALUE "J".
002640
002650 PROCEDURE DIVISION.
002660
002670*----------------------------------------------------------------
002680*  0000-MAINLINE
002690*----------------------------------------------------------------
002700 0000-MAINLINE.
002710     PERFORM 1000-INITIALISIEREN THRU 1000-INITIALISIEREN-EXIT
002720     IF BOGEN-OFFEN
002730         PERFORM 2000-ARCHIV-LESEN THRU 2000-ARCHIV-LESEN-EXIT
002740         PERFORM 2100-PROTOKOLL-LESEN
002750             THRU 2100-PROTOKOLL-LESEN-EXIT
002760     END-IF
002770     IF PROTOKOLL-GELESEN
002780         PERFORM 3000-MELDEDATEI-LESEN
002790             THRU 3000-MELDEDATEI-LESEN-EXIT
002800         PERFORM 4000-BOGEN-DRUCKEN THRU 4000-BOGEN-DRUCKEN-EXIT
002810     END-IF
002820     PERFORM 9999-ABSCHLUSS THRU 9999-ABSCHLUSS-EXIT
002830     STOP RUN.
002840
002850*----------------------------------------------------------------
002860*  1000-INITIALISIEREN
002870*  Turnierkennung erfragen und in der Turnierdatei pruefen,
002880*  Dateien oeffnen, Bogenkopf drucken.
002890*----------------------------------------------------------------
002900 1000-INITIALISIEREN.
002910     DISPLAY "Auswertungsbogen - bitte gib die Turnierkennung "
002920         "ein:"
002930     ACCEPT AUSW-TURNIER-ID
002940     IF AUSW-TURNIER-ID = SPACES
002950         DISPLAY "Keine Turnierkennung eingegeben."
002960         GO TO 1000-INITIALISIEREN-EXIT
002970     END-IF
002980     OPEN INPUT TURNIERDATEI
002990     IF TURNIER-STATUS NOT = "00"
003000         DISPLAY "Turnierdatei nicht geoeffnet, Status "
003010             TURNIER-STATUS
003020         GO TO 1000-INITIALISIEREN-EXIT
003030     END-IF
003040     MOVE "J" TO SW-TURNIERDATEI-OFFEN
003050     MOVE AUSW-TURNIER-ID TO TU-TURNIER-ID
003060     READ TURNIERDATEI
003070         INVALID KEY
003080             DISPLAY "Turnier " AUSW-TURNIER-ID " ist nicht in "
003090                 "der Turnierdatei angelegt."
003100             GO TO 1000-INITIALISIEREN-EXIT
003110     END-READ
003120     OPEN INPUT SPIELERDATEI
003130     IF SPIELER-STATUS NOT = "00"
003140         DISPLAY "Spielerdatei nicht geoeffnet, Status "
003150             SPIELER-STATUS
003160         GO TO 1000-INITIALISIEREN-EXIT
003170     END-IF
003180     MOVE "J" TO SW-SPIELERDATEI-OFFEN
003190     OPEN OUTPUT AUSWERTBOGEN
003200     IF BOGEN-STATUS NOT = "00"
003210         DISPLAY "Auswertungsbogen nicht geoeffnet, Status "
003220             BOGEN-STATUS
003230         GO TO 1000-INITIALISIEREN-EXIT
003240     END-IF
003250     MOVE "J" TO SW-BOGEN-OFFEN
003260
003270     MOVE AUSW-TURNIER-ID TO KZ-TURNIER-ID
003280     MOVE TU-NAME TO KZ-NAME
003290     MOVE TU-DATUM TO KZ-DATUM
003300     MOVE TU-STATUS TO KZ-STATUS
003310     WRITE AB-DRUCKZEILE FROM KOPF-ZEILE-1
003320     WRITE AB-DRUCKZEILE FROM KOPF-ZEILE-2
003330     WRITE AB-DRUCKZEILE FROM LEER-ZEILE
003340     WRITE AB-DRUCKZEILE FROM KOPF-ZEILE-3
003350     WRITE AB-DRUCKZEILE FROM KOPF-ZEILE-4.
003360 1000-INITIALISIEREN-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------
003400*  2000-ARCHIV-LESEN
003410*  Das Archiv (DWZARCH) haelt die Eintraege vor dem letzten
003420*  Jahresabschluss und wird vor dem Protokoll gelesen.  Fehlt
003430*  es (Status 35), gab es noch keinen Abschluss.
003440*----------------------------------------------------------------
003450 2000-ARCHIV-LESEN.
003460     OPEN INPUT ARCHIVDATEI
003470     IF ARCHIV-STATUS = "35"
003480         GO TO 2000-ARCHIV-LESEN-EXIT
003490     END-IF
003500     IF ARCHIV-STATUS NOT = "00"
003510         DISPLAY "Archivdatei nicht geoeffnet, Status "
003520             ARCHIV-STATUS " - Bogen nur aus dem Protokoll."
003530         GO TO 2000-ARCHIV-LESEN-EXIT
003540     END-IF
003550     MOVE "N" TO SW-ARCHIV-ENDE
003560     PERFORM 2010-ARCHIV-SATZ-LESEN
003570         THRU 2010-ARCHIV-SATZ-LESEN-EXIT
003580         UNTIL ARCHIV-ENDE
003590     CLOSE ARCHIVDATEI.
003600 2000-ARCHIV-LESEN-EXIT.
003610     EXIT.
003620
003630 2010-ARCHIV-SATZ-LESEN.
003640     READ ARCHIVDATEI INTO AU-ZEILE
003650         AT END
003660             MOVE "J" TO SW-ARCHIV-ENDE
003670         NOT AT END
003680             PERFORM 2200-EINTRAG-AUSWERTEN
003690                 THRU 2200-EINTRAG-AUSWERTEN-EXIT
003700     END-READ.
003710 2010-ARCHIV-SATZ-LESEN-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------
003750*  2100-PROTOKOLL-LESEN
003760*----------------------------------------------------------------
003770 2100-PROTOKOLL-LESEN.
003780     OPEN INPUT PROTOKOLLDATEI
003790     IF PROTOKOLL-STATUS NOT = "00"
003800         DISPLAY "Protokolldatei nicht geoeffnet, Status "
003810             PROTOKOLL-STATUS
003820         GO TO 2100-PROTOKOLL-LESEN-EXIT
003830     END-IF
003840     MOVE "N" TO SW-PROTOKOLL-ENDE
003850     PERFORM 2110-PROTOKOLL-SATZ-LESEN
003860         THRU 2110-PROTOKOLL-SATZ-LESEN-EXIT
003870         UNTIL PROTOKOLL-ENDE
003880     CLOSE PROTOKOLLDATEI
003890     MOVE "J" TO SW-PROTOKOLL-GELESEN.
003900 2100-PROTOKOLL-LESEN-EXIT.
003910     EXIT.
003920
003930 2110-PROTOKOLL-SATZ-LESEN.
003940     READ PROTOKOLLDATEI
003950         AT END
003960             MOVE "J" TO SW-PROTOKOLL-ENDE
003970         NOT AT END
003980             PERFORM 2200-EINTRAG-AUSWERTEN
003990                 THRU 2200-EINTRAG-AUSWERTEN-EXIT
004000     END-READ.
004010 2110-PROTOKOLL-SATZ-LESEN-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------------
004050*  2200-EINTRAG-AUSWERTEN
004060*  Nur Eintraege mit der gewaehlten Turnierkennung:  "T" und
004070*  "W"/"D"/"L" kommen in die Tabelle, ein "S" nimmt den
004080*  juengsten noch wirksamen Eintrag des Spielers heraus.
004090*----------------------------------------------------------------
004100 2200-EINTRAG-AUSWERTEN.
004110     IF AU-TURNIER-ID NOT = AUSW-TURNIER-ID
004120         GO TO 2200-EINTRAG-AUSWERTEN-EXIT
004130     END-IF
004140     EVALUATE AU-ERGEBNIS
004150         WHEN "T"
004160         WHEN "W"
004170         WHEN "D"
004180         WHEN "L"
004190             PERFORM 2300-EINTRAG-MERKEN
004200                 THRU 2300-EINTRAG-MERKEN-EXIT
004210         WHEN "S"
004220             PERFORM 2400-STORNO-VERMERKEN
004230                 THRU 2400-STORNO-VERMERKEN-EXIT
004240     END-EVALUATE.
004250 2200-EINTRAG-AUSWERTEN-EXIT.
004260     EXIT.
004270
004280 2300-EINTRAG-MERKEN.
004290     IF BE-ANZAHL NOT < BE-MAXIMUM
004300         IF NOT TABELLE-UEBERLAUF
004310             DISPLAY "Mehr als " BE-MAXIMUM " Bewertungen zum "
004320                 "Turnier - Bogen unvollstaendig."
004330             MOVE "J" TO SW-TABELLE-UEBERLAUF
004340         END-IF
004350         GO TO 2300-EINTRAG-MERKEN-EXIT
004360     END-IF
004370     ADD 1 TO BE-ANZAHL
004380     MOVE AU-SPIELER-ID TO BE-SPIELER-ID(BE-ANZAHL)
004390     MOVE AU-ERGEBNIS TO BE-ERGEBNIS(BE-ANZAHL)
004400     MOVE AU-BENUTZERZAHL TO BE-ALTE-DWZ(BE-ANZAHL)
004410     MOVE AU-ERWARTUNG TO BE-ERWARTUNG(BE-ANZAHL)
004420     MOVE AU-K-FAKTOR TO BE-K-FAKTOR(BE-ANZAHL)
004430     MOVE AU-NEUE-DWZ TO BE-NEUE-DWZ(BE-ANZAHL)
004440     MOVE "N" TO BE-STORNIERT(BE-ANZAHL)
004450     IF AU-ERGEBNIS = "T"
004460         MOVE AU-GEGNERZAHL TO BE-PARTIEN(BE-ANZAHL)
004470         MOVE AU-GEGNER-SCHNITT TO BE-GEGNER-SCHNITT(BE-ANZAHL)
004480     ELSE
004490         MOVE 1 TO BE-PARTIEN(BE-ANZAHL)
004500         MOVE AU-GEGNERZAHL TO BE-GEGNER-SCHNITT(BE-ANZAHL)
004510     END-IF
004520     IF AU-PUNKTE IS NUMERIC
004530         MOVE AU-PUNKTE TO BE-PUNKTE(BE-ANZAHL)
004540     ELSE
004550         EVALUATE AU-ERGEBNIS
004560             WHEN "W"
004570                 MOVE 1 TO BE-PUNKTE(BE-ANZAHL)
004580             WHEN "D"
004590                 MOVE 0,5 TO BE-PUNKTE(BE-ANZAHL)
004600             WHEN OTHER
004610                 MOVE 0 TO BE-PUNKTE(BE-ANZAHL)
004620         END-EVALUATE
004630     END-IF.
004640 2300-EINTRAG-MERKEN-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------
004680*  2400-STORNO-VERMERKEN
004690*  DWZSTORN nimmt immer den juengsten noch wirksamen Eintrag
004700*  des Spielers zurueck - in der Tabelle von hinten suchen.
004710*----------------------------------------------------------------
004720 2400-STORNO-VERMERKEN.
004730     MOVE "N" TO SW-BE-GEFUNDEN
004740     IF BE-ANZAHL = 0
004750         GO TO 2400-STORNO-VERMERKEN-EXIT
004760     END-IF
004770     PERFORM 2410-STORNO-VERGLEICH THRU 2410-STORNO-VERGLEICH-EXIT
004780         VARYING BE-IDX FROM BE-ANZAHL BY -1
004790         UNTIL BE-IDX < 1 OR BE-GEFUNDEN
004800     IF BE-GEFUNDEN
004810         MOVE "J" TO BE-STORNIERT(BE-TREFFER-IDX)
004820     END-IF.
004830 2400-STORNO-VERMERKEN-EXIT.
004840     EXIT.
004850
004860 2410-STORNO-VERGLEICH.
004870     IF BE-SPIELER-ID(BE-IDX) = AU-SPIELER-ID
004880             AND BE-STORNIERT(BE-IDX) = "N"
004890         MOVE "J" TO SW-BE-GEFUNDEN
004900         MOVE BE-IDX TO BE-TREFFER-IDX
004910     END-IF.
004920 2410-STORNO-VERGLEICH-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------------
004960*  3000-MELDEDATEI-LESEN
004970*  Summensatz des Turniers aus der Meldedatei holen (Kopfsatz
004980*  mit der Turnierkennung, dann der naechste Summensatz).  Steht
004990*  das Turnier mehrfach darin, gilt das letzte Satzpaket.
005000*----------------------------------------------------------------
005010 3000-MELDEDATEI-LESEN.
005020     OPEN INPUT MELDEDATEI
005030     IF MELDE-STATUS NOT = "00"
005040         GO TO 3000-MELDEDATEI-LESEN-EXIT
005050     END-IF
005060     MOVE "N" TO SW-MELDE-ENDE
005070     PERFORM 3100-MELDESATZ-LESEN THRU 3100-MELDESATZ-LESEN-EXIT
005080         UNTIL MELDE-ENDE
005090     CLOSE MELDEDATEI.
005100 3000-MELDEDATEI-LESEN-EXIT.
005110     EXIT.
005120
005130 3100-MELDESATZ-LESEN.
005140     READ MELDEDATEI
005150         AT END
005160             MOVE "J" TO SW-MELDE-ENDE
005170             GO TO 3100-MELDESATZ-LESEN-EXIT
005180     END-READ
005190     EVALUATE DS-K-KENNUNG
005200         WHEN "K"
005210             IF DS-K-TURNIER-ID = AUSW-TURNIER-ID
005220                 MOVE "J" TO SW-IM-TURNIER
005230             ELSE
005240                 MOVE "N" TO SW-IM-TURNIER
005250             END-IF
005260         WHEN "S"
005270             IF IM-TURNIER
005280                 MOVE "J" TO SW-MELDUNG-GEFUNDEN
005290                 MOVE DS-S-ANZAHL TO MELDE-ANZAHL
005300                 MOVE DS-S-SUMME-ALTE-DWZ TO MELDE-SUMME-ALT
005310                 MOVE DS-S-SUMME-NEUE-DWZ TO MELDE-SUMME-NEU
005320                 MOVE "N" TO SW-IM-TURNIER
005330             END-IF
005340     END-EVALUATE.
005350 3100-MELDESATZ-LESEN-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390*  4000-BOGEN-DRUCKEN
005400*  Je noch wirksamem Eintrag eine Zeile, dann Summen und
005410*  Abgleich mit der Meldedatei.
005420*----------------------------------------------------------------
005430 4000-BOGEN-DRUCKEN.
005440     IF BE-ANZAHL > 0
005450         PERFORM 4100-ZEILE-DRUCKEN THRU 4100-ZEILE-DRUCKEN-EXIT
005460             VARYING BE-IDX FROM 1 BY 1 UNTIL BE-IDX > BE-ANZAHL
005470     END-IF
005480     IF SUMME-ANZAHL = 0
005490         WRITE AB-DRUCKZEILE FROM LEER-ZEILE
005500         MOVE "KEINE WIRKSAMEN BEWERTUNGEN ZU DIESEM TURNIER IM "
005510             TO AB-DRUCKZEILE
005520         WRITE AB-DRUCKZEILE
005530         MOVE "PROTOKOLL" TO AB-DRUCKZEILE
005540         WRITE AB-DRUCKZEILE
005550     END-IF
005560     PERFORM 4300-SUMMEN-DRUCKEN THRU 4300-SUMMEN-DRUCKEN-EXIT
005570     PERFORM 4400-ABGLEICH-DRUCKEN
005580         THRU 4400-ABGLEICH-DRUCKEN-EXIT.
005590 4000-BOGEN-DRUCKEN-EXIT.
005600     EXIT.
005610
005620 4100-ZEILE-DRUCKEN.
005630     IF BE-STORNIERT(BE-IDX) = "J"
005640         ADD 1 TO STORNO-ANZAHL
005650         GO TO 4100-ZEILE-DRUCKEN-EXIT
005660     END-IF
005670     MOVE BE-SPIELER-ID(BE-IDX) TO SP-SPIELER-ID
005680     READ SPIELERDATEI
005690         INVALID KEY
005700             MOVE "(NICHT IN STAMMDAT.)" TO BZ-NAME
005710         NOT INVALID KEY
005720             MOVE SP-NAME TO BZ-NAME
005730     END-READ
005740     PERFORM 4200-KENNZAHLEN-RECHNEN
005750         THRU 4200-KENNZAHLEN-RECHNEN-EXIT
005760     MOVE BE-SPIELER-ID(BE-IDX) TO BZ-SPIELER-ID
005770     MOVE BE-ALTE-DWZ(BE-IDX) TO BZ-ALTE-DWZ
005780     MOVE BE-GEGNER-SCHNITT(BE-IDX) TO BZ-GEGNER-SCHNITT
005790     MOVE BE-PARTIEN(BE-IDX) TO BZ-PARTIEN
005800     MOVE BE-PUNKTE(BE-IDX) TO BZ-PUNKTE
005810     MOVE BE-ERWARTUNG(BE-IDX) TO BZ-ERWARTUNG
005820     MOVE ENTW-KOEFFIZIENT TO BZ-ENTW-KOEFF
005830     MOVE BE-NEUE-DWZ(BE-IDX) TO BZ-NEUE-DWZ
005840     MOVE LEISTUNGSZAHL TO BZ-LEISTUNG
005850     IF BE-ERGEBNIS(BE-IDX) = "T"
005860         MOVE SPACE TO BZ-KENNZEICHEN
005870     ELSE
005880         MOVE "G" TO BZ-KENNZEICHEN
005890     END-IF
005900     WRITE AB-DRUCKZEILE FROM BOGEN-ZEILE
005910     ADD 1 TO SUMME-ANZAHL
005920     ADD BE-ALTE-DWZ(BE-IDX) TO SUMME-ALTE-DWZ
005930     ADD BE-NEUE-DWZ(BE-IDX) TO SUMME-NEUE-DWZ
005940     ADD BE-PARTIEN(BE-IDX) TO SUMME-PARTIEN
005950     ADD BE-PUNKTE(BE-IDX) TO SUMME-PUNKTE.
005960 4100-ZEILE-DRUCKEN-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000*  4200-KENNZAHLEN-RECHNEN
006010*  Entwicklungskoeffizient aus dem K-Faktor und Leistungszahl
006020*  aus Punktquote und Gegnerschnitt (siehe Kopf).
006030*----------------------------------------------------------------
006040 4200-KENNZAHLEN-RECHNEN.
006050     IF BE-K-FAKTOR(BE-IDX) > 0
006060         COMPUTE ENTW-KOEFFIZIENT ROUNDED =
006070             800 / BE-K-FAKTOR(BE-IDX) - 1
006080     ELSE
006090         MOVE 0 TO ENTW-KOEFFIZIENT
006100     END-IF
006110     COMPUTE PUNKTQUOTE ROUNDED =
006120         BE-PUNKTE(BE-IDX) / BE-PARTIEN(BE-IDX)
006130     IF PUNKTQUOTE NOT < 1
006140         MOVE 800 TO LEISTUNG-ZUSCHLAG
006150     ELSE
006160         IF PUNKTQUOTE NOT > 0
006170             MOVE -800 TO LEISTUNG-ZUSCHLAG
006180         ELSE
006190             COMPUTE LEISTUNG-ZUSCHLAG ROUNDED =
006200                 400 * FUNCTION LOG10(
006210                     PUNKTQUOTE / (1 - PUNKTQUOTE))
006220             IF LEISTUNG-ZUSCHLAG > 800
006230                 MOVE 800 TO LEISTUNG-ZUSCHLAG
006240             END-IF
006250             IF LEISTUNG-ZUSCHLAG < -800
006260                 MOVE -800 TO LEISTUNG-ZUSCHLAG
006270             END-IF
006280         END-IF
006290     END-IF
006300     COMPUTE LEISTUNGSZAHL ROUNDED =
006310         BE-GEGNER-SCHNITT(BE-IDX) + LEISTUNG-ZUSCHLAG.
006320 4200-KENNZAHLEN-RECHNEN-EXIT.
006330     EXIT.
006340
006350 4300-SUMMEN-DRUCKEN.
006360     WRITE AB-DRUCKZEILE FROM KOPF-ZEILE-4
006370     MOVE SUMME-ANZAHL TO SZ-ANZAHL
006380     MOVE SUMME-ALTE-DWZ TO SZ-SUMME-ALT
006390     MOVE SUMME-NEUE-DWZ TO SZ-SUMME-NEU
006400     WRITE AB-DRUCKZEILE FROM SUMMEN-ZEILE-1
006410     MOVE SUMME-PARTIEN TO SZ-PARTIEN
006420     MOVE SUMME-PUNKTE TO SZ-PUNKTE
006430     WRITE AB-DRUCKZEILE FROM SUMMEN-ZEILE-2
006440     IF STORNO-ANZAHL > 0
006450         MOVE STORNO-ANZAHL TO STZ-ANZAHL
006460         WRITE AB-DRUCKZEILE FROM STORNO-ZEILE
006470     END-IF.
006480 4300-SUMMEN-DRUCKEN-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520*  4400-ABGLEICH-DRUCKEN
006530*  Anzahl, Summe alte und Summe neue DWZ muessen dem Summensatz
006540*  der Meldedatei entsprechen.  Nach Storno oder Neubewertung
006550*  ueber DWZSTORN weicht eine alte Meldedatei erwartungsgemaess
006560*  ab - massgeblich ist dann der Bogen.
006570*----------------------------------------------------------------
006580 4400-ABGLEICH-DRUCKEN.
006590     WRITE AB-DRUCKZEILE FROM LEER-ZEILE
006600     IF NOT MELDUNG-GEFUNDEN
006610         MOVE "TURNIER NICHT IN DER MELDEDATEI - KEIN ABGLEICH"
006620             TO AB-DRUCKZEILE
006630         WRITE AB-DRUCKZEILE
006640         GO TO 4400-ABGLEICH-DRUCKEN-EXIT
006650     END-IF
006660     MOVE MELDE-ANZAHL TO MZ-ANZAHL
006670     MOVE MELDE-SUMME-ALT TO MZ-SUMME-ALT
006680     MOVE MELDE-SUMME-NEU TO MZ-SUMME-NEU
006690     WRITE AB-DRUCKZEILE FROM MELDE-ZEILE
006700     IF MELDE-ANZAHL = SUMME-ANZAHL
006710             AND MELDE-SUMME-ALT = SUMME-ALTE-DWZ
006720             AND MELDE-SUMME-NEU = SUMME-NEUE-DWZ
006730         MOVE "SUMMEN STIMMEN MIT DER MELDEDATEI UEBEREIN"
006740             TO AB-DRUCKZEILE
006750     ELSE
006760         MOVE "SUMMEN WEICHEN VON DER MELDEDATEI AB"
006770             TO AB-DRUCKZEILE
006780         DISPLAY "Summen des Bogens weichen von der Meldedatei "
006790             "ab."
006800     END-IF
006810     WRITE AB-DRUCKZEILE.
006820 4400-ABGLEICH-DRUCKEN-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------
006860*  9999-ABSCHLUSS
006870*----------------------------------------------------------------
006880 9999-ABSCHLUSS.
006890     IF TURNIERDATEI-OFFEN
006900         CLOSE TURNIERDATEI
006910     END-IF
006920     IF SPIELERDATEI-OFFEN
006930         CLOSE SPIELERDATEI
006940     END-IF
006950     IF BOGEN-OFFEN
006960         CLOSE AUSWERTBOGEN
006970         DISPLAY "Auswertungsbogen fuer Turnier " AUSW-TURNIER-ID
006980             " erstellt (" SUMME-ANZAHL " Zeilen)."
006990     END-IF.
007000 9999-ABSCHLUSS-EXIT.
007010     EXIT.
