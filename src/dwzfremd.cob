000100*================================================================
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. DWZFREMD.
000130 AUTHOR. A. HOLZMANN.
000140 INSTALLATION. SCHACHVEREIN RECHENZENTRUM.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED. 2026-10-15.
000170*----------------------------------------------------------------
000180*  DWZFREMD laedt die vom Bezirk veroeffentlichte DWZ-Liste
000190*  (FREMDLISTE, siehe FLISTSAT) in die Fremdspielerdatei
000200*  (FREMDSPIELERDATEI, siehe FREMDSAT).  Bisher war der Gegner
000210*  einer Partie gegen einen Vereinsfremden nur eine getippte
000220*  Zahl; ueber die Fremdspielerdatei waehlen DWZERF und DWZPAAR
000230*  ihn jetzt per Kennung aus und die DWZ kommt aus der Liste.
000240*
000250*  Vorlauf:  die ganze Liste wird zuerst gelesen und gegen ihren
000260*  Summensatz gehalten (Anzahl der Detailsaetze, Summe der DWZ,
000270*  wie DWZRUECK bei der Rueckmeldung).  Stimmen die Kontroll-
000280*  zahlen nicht oder fehlt Kopf- oder Summensatz, wird NICHTS
000290*  uebernommen (RETURN-CODE 8) - eine halb geladene Liste
000300*  wuerde Partien mit falschen Gegner-DWZ bewerten lassen.
000310*
000320*  Uebernahme je Detailsatz:  unbekannte Kennung = neuer
000330*  Fremdspieler; bekannte Kennung = Name und Verein werden
000340*  aktualisiert und die DWZ als neuer Listenstand vorn in die
000350*  Standhistorie gestellt (der aelteste Stand faellt heraus).
000360*  Eine Liste mit demselben Stand ersetzt diesen Stand; eine
000370*  Liste, die aelter ist als der gespeicherte neueste Stand,
000380*  aendert den Spieler nicht und wird als Abweichung gemeldet.
000390*  Jede Abweichung kommt auf den Ladebericht (FREMDBERICHT).
000400*
000410*  RETURN-CODE 4, sobald mindestens eine Abweichung vorliegt.
000420*----------------------------------------------------------------
000430*  AENDERUNGEN:
000440*  2026-10-15  AH  Neu angelegt fuer die Fremdspielerdatei.
000450*================================================================
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT FREMDLISTE ASSIGN TO "FREMDLISTE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS LISTE-STATUS.
000520
000530     SELECT FREMDSPIELERDATEI ASSIGN TO "FREMDSPIELERDATEI"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS FS-FREMD-ID
000570         FILE STATUS IS FREMD-STATUS.
000580
000590     SELECT FREMDBERICHT ASSIGN TO "FREMDBERICHT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS BERICHT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  FREMDLISTE.
000660 COPY FLISTSAT.
000670
000680 FD  FREMDSPIELERDATEI.
000690 COPY FREMDSAT.
000700
000710 FD  FREMDBERICHT.
000720 01  FB-DRUCKZEILE               PIC X(80).
000730
000740 WORKING-STORAGE SECTION.
000750 01  LISTE-STATUS                PIC X(02).
000760 01  FREMD-STATUS                PIC X(02).
000770 01  BERICHT-STATUS              PIC X(02).
000780
000790 01  SATZZAEHLER                 PIC 9(08) VALUE 0.
000800 01  NEU-ZAEHLER                 PIC 9(08) VALUE 0.
000810 01  GEAENDERT-ZAEHLER           PIC 9(08) VALUE 0.
000820 01  UNVERAENDERT-ZAEHLER        PIC 9(08) VALUE 0.
000830 01  ABWEICHUNG-ZAEHLER          PIC 9(08) VALUE 0.
000840 01  KOPF-ZAEHLER                PIC 9(04) VALUE 0.
000850 01  SUMMEN-ZAEHLER              PIC 9(04) VALUE 0.
000860 01  DETAIL-ZAEHLER              PIC 9(06) VALUE 0.
000870 01  SUMME-DWZ                   PIC 9(08) VALUE 0.
000880 01  SOLL-ANZAHL                 PIC 9(06) VALUE 0.
000890 01  SOLL-SUMME-DWZ              PIC 9(08) VALUE 0.
000900 01  LISTEN-STAND                PIC 9(08) VALUE 0.
000910 01  BEZIRK-NAME                 PIC X(30) VALUE SPACES.
000920 01  BISHERIGE-DWZ               PIC 9(04).
000930 01  AKTUELLES-DATUM             PIC 9(08).
000940 01  STAND-MAXIMUM               PIC 9(04) VALUE 4.
000950 01  ST-IDX                      PIC 9(04) COMP.
000960
000970 01  KOPF-ZEILE-1.
000980     05  FILLER                  PIC X(32)
000990             VALUE "FREMDSPIELER-LISTE LADEN        ".
001000     05  KZ-DATUM                PIC 9(08).
001010     05  FILLER                  PIC X(40) VALUE SPACES.
001020
001030 01  KOPF-ZEILE-2.
001040     05  FILLER                  PIC X(80) VALUE ALL "=".
001050
001060 01  LISTEN-ZEILE.
001070     05  FILLER                  PIC X(11) VALUE "LISTE VOM  ".
001080     05  LZ-STAND                PIC 9(08).
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  LZ-BEZIRK               PIC X(30).
001110     05  FILLER                  PIC X(29) VALUE SPACES.
001120
001130 01  ABWEICHUNG-ZEILE.
001140     05  FILLER                  PIC X(08) VALUE "FREMDSP ".
001150     05  AZ-FREMD-ID             PIC 9(08).
001160     05  FILLER                  PIC X(02) VALUE ": ".
001170     05  AZ-TEXT                 PIC X(30).
001180     05  FILLER                  PIC X(07) VALUE " STAND ".
001190     05  AZ-STAND                PIC 9(08).
001200     05  FILLER                  PIC X(05) VALUE " DWZ ".
001210     05  AZ-DWZ                  PIC 9(04).
001220     05  FILLER                  PIC X(08) VALUE SPACES.
001230
001240 01  SUMMEN-FEHLER-ZEILE.
001250     05  FILLER                  PIC X(26)
001260             VALUE "KONTROLLZAHLEN:     SOLL  ".
001270     05  SF-SOLL                 PIC Z(07)9.
001280     05  FILLER                  PIC X(06) VALUE " IST  ".
001290     05  SF-IST                  PIC Z(07)9.
001300     05  FILLER                  PIC X(32) VALUE SPACES.
001310
001320 01  MELDUNG-ZEILE.
001330     05  MZ-TEXT                 PIC X(80).
001340
001350 01  SUMMEN-ZEILE-1.
001360     05  SZ1-ANZAHL              PIC Z(07)9.
001370     05  FILLER                  PIC X(30)
001380             VALUE " FREMDSPIELER NEU ANGELEGT".
001390     05  FILLER                  PIC X(42) VALUE SPACES.
001400
001410 01  SUMMEN-ZEILE-2.
001420     05  SZ2-ANZAHL              PIC Z(07)9.
001430     05  FILLER                  PIC X(30)
001440             VALUE " DWZ GEAENDERT".
001450     05  FILLER                  PIC X(42) VALUE SPACES.
001460
001470 01  SUMMEN-ZEILE-3.
001480     05  SZ3-ANZAHL              PIC Z(07)9.
001490     05  FILLER                  PIC X(30)
001500             VALUE " DWZ UNVERAENDERT".
001510     05  FILLER                  PIC X(42) VALUE SPACES.
001520
001530 01  SUMMEN-ZEILE-4.
001540     05  SZ4-ANZAHL              PIC Z(07)9.
001550     05  FILLER                  PIC X(30)
001560             VALUE " ABWEICHUNGEN FESTGESTELLT".
001570     05  FILLER                  PIC X(42) VALUE SPACES.
001580
001590 01  TRENN-ZEILE.
001600     05  FILLER                  PIC X(80) VALUE ALL "-".
001610
001620 01  SCHALTER-BEREICH.
001630     05  SW-DATEI-ENDE           PIC X(01) VALUE "N".
001640         88  DATEI-ENDE          VALUE "J".
001650     05  SW-LISTE-OFFEN          PIC X(01) VALUE "N".
001660         88  LISTE-OFFEN         VALUE "J".
001670     05  SW-FREMDDATEI-OFFEN     PIC X(01) VALUE "N".
001680         88  FREMDDATEI-OFFEN    VALUE "J".
001690     05  SW-BERICHT-OFFEN        PIC X(01) VALUE "N".
001700         88  BERICHT-OFFEN       VALUE "J".
001710     05  SW-LISTE-OK             PIC X(01) VALUE "N".
001720         88  LISTE-OK            VALUE "J".
001730
001740 PROCEDURE DIVISION.
001750
001760*----------------------------------------------------------------
001770*  0000-MAINLINE
001780*----------------------------------------------------------------
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALISIEREN THRU 1000-INITIALISIEREN-EXIT
001810     IF LISTE-OK
001820         PERFORM 2000-SATZ-VERARBEITEN
001830             THRU 2000-SATZ-VERARBEITEN-EXIT
001840             UNTIL DATEI-ENDE
001850     END-IF
001860     PERFORM 9999-ABSCHLUSS THRU 9999-ABSCHLUSS-EXIT
001870     STOP RUN.
001880
001890*----------------------------------------------------------------
001900*  1000-INITIALISIEREN
001910*  Bericht oeffnen, Liste im Vorlauf gegen den Summensatz
001920*  halten, danach Liste zur Uebernahme neu oeffnen und die
001930*  Fremdspielerdatei oeffnen (beim ersten Lauf leer anlegen).
001940*----------------------------------------------------------------
001950 1000-INITIALISIEREN.
001960     OPEN OUTPUT FREMDBERICHT
001970     IF BERICHT-STATUS NOT = "00"
001980         DISPLAY "Fremdbericht nicht geoeffnet, Status "
001990             BERICHT-STATUS
002000         MOVE 8 TO RETURN-CODE
002010         GO TO 1000-INITIALISIEREN-EXIT
002020     END-IF
002030     MOVE "J" TO SW-BERICHT-OFFEN
002040     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
002050     MOVE AKTUELLES-DATUM TO KZ-DATUM
002060     WRITE FB-DRUCKZEILE FROM KOPF-ZEILE-1
002070     WRITE FB-DRUCKZEILE FROM KOPF-ZEILE-2
002080     PERFORM 1100-VORLAUF THRU 1100-VORLAUF-EXIT
002090     IF NOT LISTE-OK
002100         MOVE 8 TO RETURN-CODE
002110         GO TO 1000-INITIALISIEREN-EXIT
002120     END-IF
002130     OPEN I-O FREMDSPIELERDATEI
002140     IF FREMD-STATUS = "35"
002150         OPEN OUTPUT FREMDSPIELERDATEI
002160         CLOSE FREMDSPIELERDATEI
002170         OPEN I-O FREMDSPIELERDATEI
002180     END-IF
002190     IF FREMD-STATUS NOT = "00"
002200         DISPLAY "Fremdspielerdatei nicht geoeffnet, Status "
002210             FREMD-STATUS
002220         MOVE "N" TO SW-LISTE-OK
002230         MOVE 8 TO RETURN-CODE
002240         GO TO 1000-INITIALISIEREN-EXIT
002250     END-IF
002260     MOVE "J" TO SW-FREMDDATEI-OFFEN
002270     OPEN INPUT FREMDLISTE
002280     IF LISTE-STATUS NOT = "00"
002290         DISPLAY "Fremdliste nicht geoeffnet, Status "
002300             LISTE-STATUS
002310         MOVE "N" TO SW-LISTE-OK
002320         MOVE 8 TO RETURN-CODE
002330         GO TO 1000-INITIALISIEREN-EXIT
002340     END-IF
002350     MOVE "J" TO SW-LISTE-OFFEN
002360     MOVE LISTEN-STAND TO LZ-STAND
002370     MOVE BEZIRK-NAME TO LZ-BEZIRK
002380     WRITE FB-DRUCKZEILE FROM LISTEN-ZEILE.
002390 1000-INITIALISIEREN-EXIT.
002400     EXIT.
002410
002420*----------------------------------------------------------------
002430*  1100-VORLAUF
002440*  Ganze Liste lesen: genau ein Kopfsatz mit Listenstand, genau
002450*  ein Summensatz, Anzahl und DWZ-Summe der Detailsaetze gleich
002460*  den Kontrollzahlen.  Nur dann wird uebernommen (LISTE-OK).
002470*----------------------------------------------------------------
002480 1100-VORLAUF.
002490     MOVE "N" TO SW-LISTE-OK
002500     OPEN INPUT FREMDLISTE
002510     IF LISTE-STATUS NOT = "00"
002520         DISPLAY "Fremdliste nicht geoeffnet, Status "
002530             LISTE-STATUS
002540         GO TO 1100-VORLAUF-EXIT
002550     END-IF
002560     MOVE "N" TO SW-DATEI-ENDE
002570     PERFORM 1110-VORLAUF-LESEN THRU 1110-VORLAUF-LESEN-EXIT
002580         UNTIL DATEI-ENDE
002590     CLOSE FREMDLISTE
002600     MOVE "N" TO SW-DATEI-ENDE
002610     MOVE "J" TO SW-LISTE-OK
002620     IF KOPF-ZAEHLER NOT = 1 OR LISTEN-STAND = 0
002630         MOVE "LISTENSTAND (KOPFSATZ) FEHLT - NICHTS UEBERNOMMEN"
002640             TO MZ-TEXT
002650         WRITE FB-DRUCKZEILE FROM MELDUNG-ZEILE
002660         MOVE "N" TO SW-LISTE-OK
002670     END-IF
002680     IF SUMMEN-ZAEHLER NOT = 1
002690         MOVE "LISTE OHNE SUMMENSATZ - NICHTS UEBERNOMMEN"
002700             TO MZ-TEXT
002710         WRITE FB-DRUCKZEILE FROM MELDUNG-ZEILE
002720         MOVE "N" TO SW-LISTE-OK
002730         GO TO 1100-VORLAUF-EXIT
002740     END-IF
002750     IF SOLL-ANZAHL NOT = DETAIL-ZAEHLER
002760         MOVE SOLL-ANZAHL TO SF-SOLL
002770         MOVE DETAIL-ZAEHLER TO SF-IST
002780         WRITE FB-DRUCKZEILE FROM SUMMEN-FEHLER-ZEILE
002790         MOVE "N" TO SW-LISTE-OK
002800     END-IF
002810     IF SOLL-SUMME-DWZ NOT = SUMME-DWZ
002820         MOVE SOLL-SUMME-DWZ TO SF-SOLL
002830         MOVE SUMME-DWZ TO SF-IST
002840         WRITE FB-DRUCKZEILE FROM SUMMEN-FEHLER-ZEILE
002850         MOVE "N" TO SW-LISTE-OK
002860     END-IF
002870     IF NOT LISTE-OK
002880         MOVE "KONTROLLZAHLEN STIMMEN NICHT - NICHTS UEBERNOMMEN"
002890             TO MZ-TEXT
002900         WRITE FB-DRUCKZEILE FROM MELDUNG-ZEILE
002910     END-IF.
002920 1100-VORLAUF-EXIT.
002930     EXIT.
002940
002950 1110-VORLAUF-LESEN.
002960     READ FREMDLISTE
002970         AT END
002980             MOVE "J" TO SW-DATEI-ENDE
002990             GO TO 1110-VORLAUF-LESEN-EXIT
003000     END-READ
003010     EVALUATE FL-K-KENNUNG
003020         WHEN "K"
003030             ADD 1 TO KOPF-ZAEHLER
003040             IF FL-K-STAND NUMERIC
003050                 MOVE FL-K-STAND TO LISTEN-STAND
003060             END-IF
003070             MOVE FL-K-BEZIRK TO BEZIRK-NAME
003080         WHEN "D"
003090             ADD 1 TO DETAIL-ZAEHLER
003100             IF FL-D-DWZ NUMERIC
003110                 ADD FL-D-DWZ TO SUMME-DWZ
003120             END-IF
003130         WHEN "S"
003140             ADD 1 TO SUMMEN-ZAEHLER
003150             MOVE FL-S-ANZAHL TO SOLL-ANZAHL
003160             MOVE FL-S-SUMME-DWZ TO SOLL-SUMME-DWZ
003170     END-EVALUATE.
003180 1110-VORLAUF-LESEN-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------
003220*  2000-SATZ-VERARBEITEN
003230*  Uebernahme-Lauf: nur die Detailsaetze werden verarbeitet,
003240*  Kopf- und Summensatz sind im Vorlauf geprueft.
003250*----------------------------------------------------------------
003260 2000-SATZ-VERARBEITEN.
003270     READ FREMDLISTE
003280         AT END
003290             MOVE "J" TO SW-DATEI-ENDE
003300             GO TO 2000-SATZ-VERARBEITEN-EXIT
003310     END-READ
003320     ADD 1 TO SATZZAEHLER
003330     EVALUATE FL-K-KENNUNG
003340         WHEN "K"
003350             CONTINUE
003360         WHEN "S"
003370             CONTINUE
003380         WHEN "D"
003390             PERFORM 2200-DETAILSATZ-VERARBEITEN
003400                 THRU 2200-DETAILSATZ-VERARBEITEN-EXIT
003410         WHEN OTHER
003420             DISPLAY "Satz " SATZZAEHLER ": unbekannte "
003430                 "Satzkennung '" FL-K-KENNUNG "' in der "
003440                 "Fremdliste."
003450             MOVE 4 TO RETURN-CODE
003460     END-EVALUATE.
003470 2000-SATZ-VERARBEITEN-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------------
003510*  2200-DETAILSATZ-VERARBEITEN
003520*  Fremdspieler anlegen oder fortschreiben (siehe Kopftext).
003530*----------------------------------------------------------------
003540 2200-DETAILSATZ-VERARBEITEN.
003550     MOVE FL-D-FREMD-ID TO AZ-FREMD-ID
003560     MOVE LISTEN-STAND TO AZ-STAND
003570     IF FL-D-FREMD-ID NOT NUMERIC OR FL-D-FREMD-ID = 0
003580         MOVE 0 TO AZ-FREMD-ID
003590         MOVE "KENNUNG FEHLT ODER UNGUELTIG" TO AZ-TEXT
003600         MOVE 0 TO AZ-DWZ
003610         PERFORM 8000-ABWEICHUNG-SCHREIBEN
003620             THRU 8000-ABWEICHUNG-SCHREIBEN-EXIT
003630         GO TO 2200-DETAILSATZ-VERARBEITEN-EXIT
003640     END-IF
003650     IF FL-D-DWZ NOT NUMERIC
003660         MOVE "DWZ UNGUELTIG" TO AZ-TEXT
003670         MOVE 0 TO AZ-DWZ
003680         PERFORM 8000-ABWEICHUNG-SCHREIBEN
003690             THRU 8000-ABWEICHUNG-SCHREIBEN-EXIT
003700         GO TO 2200-DETAILSATZ-VERARBEITEN-EXIT
003710     END-IF
003720     MOVE FL-D-DWZ TO AZ-DWZ
003730     MOVE FL-D-FREMD-ID TO FS-FREMD-ID
003740     READ FREMDSPIELERDATEI
003750         INVALID KEY
003760             PERFORM 2210-FREMDSPIELER-ANLEGEN
003770                 THRU 2210-FREMDSPIELER-ANLEGEN-EXIT
003780             GO TO 2200-DETAILSATZ-VERARBEITEN-EXIT
003790     END-READ
003800     IF LISTEN-STAND < FS-STAND-DATUM(1)
003810         MOVE "LISTE AELTER ALS GESPEICHERT" TO AZ-TEXT
003820         PERFORM 8000-ABWEICHUNG-SCHREIBEN
003830             THRU 8000-ABWEICHUNG-SCHREIBEN-EXIT
003840         GO TO 2200-DETAILSATZ-VERARBEITEN-EXIT
003850     END-IF
003860     MOVE FS-STAND-DWZ(1) TO BISHERIGE-DWZ
003870     IF LISTEN-STAND > FS-STAND-DATUM(1)
003880         PERFORM 2220-STAND-VERSCHIEBEN
003890             THRU 2220-STAND-VERSCHIEBEN-EXIT
003900             VARYING ST-IDX FROM STAND-MAXIMUM BY -1
003910             UNTIL ST-IDX < 2
003920     END-IF
003930     MOVE LISTEN-STAND TO FS-STAND-DATUM(1)
003940     MOVE FL-D-DWZ TO FS-STAND-DWZ(1)
003950     MOVE FL-D-NAME TO FS-NAME
003960     MOVE FL-D-VEREIN TO FS-VEREIN
003970     REWRITE FS-SATZ
003980         INVALID KEY
003990             DISPLAY "Fremdspieler " FL-D-FREMD-ID
004000                 " nicht fortgeschrieben, Status " FREMD-STATUS
004010             MOVE "NICHT FORTGESCHRIEBEN" TO AZ-TEXT
004020             PERFORM 8000-ABWEICHUNG-SCHREIBEN
004030                 THRU 8000-ABWEICHUNG-SCHREIBEN-EXIT
004040             GO TO 2200-DETAILSATZ-VERARBEITEN-EXIT
004050     END-REWRITE
004060     IF FL-D-DWZ = BISHERIGE-DWZ
004070         ADD 1 TO UNVERAENDERT-ZAEHLER
004080     ELSE
004090         ADD 1 TO GEAENDERT-ZAEHLER
004100     END-IF.
004110 2200-DETAILSATZ-VERARBEITEN-EXIT.
004120     EXIT.
004130
004140 2210-FREMDSPIELER-ANLEGEN.
004150     MOVE SPACES TO FS-SATZ
004160     MOVE FL-D-FREMD-ID TO FS-FREMD-ID
004170     MOVE FL-D-NAME TO FS-NAME
004180     MOVE FL-D-VEREIN TO FS-VEREIN
004190     PERFORM 2211-STAND-LEEREN THRU 2211-STAND-LEEREN-EXIT
004200         VARYING ST-IDX FROM 1 BY 1
004210         UNTIL ST-IDX > STAND-MAXIMUM
004220     MOVE LISTEN-STAND TO FS-STAND-DATUM(1)
004230     MOVE FL-D-DWZ TO FS-STAND-DWZ(1)
004240     WRITE FS-SATZ
004250         INVALID KEY
004260             DISPLAY "Fremdspieler " FL-D-FREMD-ID
004270                 " nicht angelegt, Status " FREMD-STATUS
004280             MOVE "NICHT ANGELEGT" TO AZ-TEXT
004290             PERFORM 8000-ABWEICHUNG-SCHREIBEN
004300                 THRU 8000-ABWEICHUNG-SCHREIBEN-EXIT
004310             GO TO 2210-FREMDSPIELER-ANLEGEN-EXIT
004320     END-WRITE
004330     ADD 1 TO NEU-ZAEHLER.
004340 2210-FREMDSPIELER-ANLEGEN-EXIT.
004350     EXIT.
004360
004370 2211-STAND-LEEREN.
004380     MOVE 0 TO FS-STAND-DATUM(ST-IDX)
004390     MOVE 0 TO FS-STAND-DWZ(ST-IDX).
004400 2211-STAND-LEEREN-EXIT.
004410     EXIT.
004420
004430 2220-STAND-VERSCHIEBEN.
004440     MOVE FS-STAND(ST-IDX - 1) TO FS-STAND(ST-IDX).
004450 2220-STAND-VERSCHIEBEN-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------
004490*  8000-ABWEICHUNG-SCHREIBEN
004500*----------------------------------------------------------------
004510 8000-ABWEICHUNG-SCHREIBEN.
004520     WRITE FB-DRUCKZEILE FROM ABWEICHUNG-ZEILE
004530     ADD 1 TO ABWEICHUNG-ZAEHLER
004540     MOVE 4 TO RETURN-CODE.
004550 8000-ABWEICHUNG-SCHREIBEN-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590*  9999-ABSCHLUSS
004600*----------------------------------------------------------------
004610 9999-ABSCHLUSS.
004620     IF BERICHT-OFFEN
004630         WRITE FB-DRUCKZEILE FROM TRENN-ZEILE
004640         MOVE NEU-ZAEHLER TO SZ1-ANZAHL
004650         WRITE FB-DRUCKZEILE FROM SUMMEN-ZEILE-1
004660         MOVE GEAENDERT-ZAEHLER TO SZ2-ANZAHL
004670         WRITE FB-DRUCKZEILE FROM SUMMEN-ZEILE-2
004680         MOVE UNVERAENDERT-ZAEHLER TO SZ3-ANZAHL
004690         WRITE FB-DRUCKZEILE FROM SUMMEN-ZEILE-3
004700         MOVE ABWEICHUNG-ZAEHLER TO SZ4-ANZAHL
004710         WRITE FB-DRUCKZEILE FROM SUMMEN-ZEILE-4
004720         CLOSE FREMDBERICHT
004730     END-IF
004740     IF LISTE-OFFEN
004750         CLOSE FREMDLISTE
004760     END-IF
004770     IF FREMDDATEI-OFFEN
004780         CLOSE FREMDSPIELERDATEI
004790     END-IF
004800     DISPLAY SATZZAEHLER " Saetze gelesen, "
004810         NEU-ZAEHLER " neu, "
004820         GEAENDERT-ZAEHLER " geaendert, "
004830         UNVERAENDERT-ZAEHLER " unveraendert, "
004840         ABWEICHUNG-ZAEHLER " Abweichungen.".
004850 9999-ABSCHLUSS-EXIT.
004860     EXIT.
