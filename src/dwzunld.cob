000250*  die Bewertungsgeschichte des Vereins.
000260*
000270*  Die Stammdatei wird nur gelesen; der Lauf aendert nichts.
000272*
000274*  Der Summensatz traegt den Zeitpunkt der Sicherung (Beginn
000276*  des Entladens); ab ihm faehrt DWZWIED das Protokoll nach.
000278*  Vor dem Schreiben werden die bisherigen Sicherungen um eine
000280*  Generation weitergeschoben (SICHERGEN2 nach SICHERGEN3,
000282*  SICHERGEN1 nach SICHERGEN2, SICHERBESTAND nach SICHERGEN1);
000284*  die aelteste Generation faellt dabei weg.  Fehlt eine
000286*  Generation noch, wird sie uebersprungen.  Misslingt das
000288*  Weiterschieben, bricht der Lauf ab, bevor SICHERBESTAND
000289*  ueberschrieben wird.
000280*----------------------------------------------------------------
000290*  AENDERUNGEN:
000300*  2026-08-22  AH  Neu angelegt fuer den Entlade-/Rueckladeweg.
000302*  2026-09-02  AH  STOP RUN durch GOBACK ersetzt, damit der
000304*                  Lauf als Schritt der Abendkette (DWZABEND)
000306*                  gerufen werden kann.
000307*  2026-10-15  AH  Zeitpunkt der Sicherung im Summensatz;
000308*                  drei aeltere Generationen (SICHERGEN1-3)
000309*                  werden vor dem Schreiben weitergeschoben.
000309*  2026-10-15  AH  Generationssaetze auf 82 Stellen wie der
000309*                  Bestandssatz (Abbild mit Geburtsdatum).
000310*================================================================
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000410     SELECT SICHERBESTAND ASSIGN TO "SICHERBESTAND"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS BESTAND-STATUS.
000432
000434     SELECT SICHERGEN1 ASSIGN TO "SICHERGEN1"
000436         ORGANIZATION IS LINE SEQUENTIAL
000438         FILE STATUS IS GEN1-STATUS.
000440
000442     SELECT SICHERGEN2 ASSIGN TO "SICHERGEN2"
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS GEN2-STATUS.
000448
000450     SELECT SICHERGEN3 ASSIGN TO "SICHERGEN3"
000452         ORGANIZATION IS LINE SEQUENTIAL
000454         FILE STATUS IS GEN3-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000490
000500 FD  SICHERBESTAND.
000510 COPY ENTLSAT.
000512
000514 FD  SICHERGEN1.
000516 01  G1-SATZ                     PIC X(82).
000518
000520 FD  SICHERGEN2.
000522 01  G2-SATZ                     PIC X(82).
000524
000526 FD  SICHERGEN3.
000528 01  G3-SATZ                     PIC X(82).
000520
000530 WORKING-STORAGE SECTION.
000540 01  SPIELER-STATUS              PIC X(02).
000550 01  BESTAND-STATUS              PIC X(02).
000552 01  GEN1-STATUS                 PIC X(02).
000554 01  GEN2-STATUS                 PIC X(02).
000556 01  GEN3-STATUS                 PIC X(02).
000558
000560 01  SICHERUNGS-DATUM            PIC 9(08).
000562 01  UHRZEIT-ROH.
000564     05  SICHERUNGS-ZEIT         PIC 9(06).
000566     05  FILLER                  PIC 9(02).
000568 01  KOPIE-ZAEHLER               PIC 9(08) VALUE 0.
000560
000570 01  SATZ-ZAEHLER                PIC 9(08) VALUE 0.
000580 01  SUMME-DWZ                   PIC 9(08) VALUE 0.
000650         88  SPIELERDATEI-OFFEN  VALUE "J".
000660     05  SW-BESTAND-OFFEN        PIC X(01) VALUE "N".
000670         88  BESTAND-OFFEN       VALUE "J".
000672     05  SW-KOPIE-ENDE           PIC X(01) VALUE "N".
000674         88  KOPIE-ENDE          VALUE "J".
000676     05  SW-GENERATION-FEHLER    PIC X(01) VALUE "N".
000678         88  GENERATION-FEHLER   VALUE "J".
000680
000690 PROCEDURE DIVISION.
000700
000830*  1000-INITIALISIEREN
000840*----------------------------------------------------------------
000850 1000-INITIALISIEREN.
000852     ACCEPT SICHERUNGS-DATUM FROM DATE YYYYMMDD
000854     ACCEPT UHRZEIT-ROH FROM TIME
000860     OPEN INPUT SPIELERDATEI
000870     IF SPIELER-STATUS NOT = "00"
000880         DISPLAY "Spielerdatei nicht geoeffnet, Status "
000920         GO TO 1000-INITIALISIEREN-EXIT
000930     END-IF
000940     MOVE "J" TO SW-SPIELERDATEI-OFFEN
000942     PERFORM 1100-GENERATIONEN-SCHIEBEN
000944         THRU 1100-GENERATIONEN-SCHIEBEN-EXIT
000946     IF GENERATION-FEHLER
000948         DISPLAY "Generationen nicht weitergeschoben - "
000949             "SICHERBESTAND bleibt unveraendert."
000950         MOVE "J" TO SW-DATEI-ENDE
000951         MOVE 8 TO RETURN-CODE
000952         GO TO 1000-INITIALISIEREN-EXIT
000953     END-IF
000954     OPEN OUTPUT SICHERBESTAND
000960     IF BESTAND-STATUS NOT = "00"
000970         DISPLAY "Sicherbestand nicht geoeffnet, Status "
000980             BESTAND-STATUS
001030     MOVE "J" TO SW-BESTAND-OFFEN.
001040 1000-INITIALISIEREN-EXIT.
001050     EXIT.
001052
001054*----------------------------------------------------------------
001056*  1100-GENERATIONEN-SCHIEBEN
001058*  Bisherige Sicherungen um eine Generation weiterschieben,
001060*  von der aeltesten her, damit nichts ueberschrieben wird,
001062*  bevor es kopiert ist.  Status "35" = Generation gibt es
001064*  noch nicht, sie wird uebersprungen.
001066*----------------------------------------------------------------
001068 1100-GENERATIONEN-SCHIEBEN.
001070     PERFORM 1200-GEN2-NACH-GEN3 THRU 1200-GEN2-NACH-GEN3-EXIT
001072     IF GENERATION-FEHLER
001074         GO TO 1100-GENERATIONEN-SCHIEBEN-EXIT
001076     END-IF
001078     PERFORM 1300-GEN1-NACH-GEN2 THRU 1300-GEN1-NACH-GEN2-EXIT
001080     IF GENERATION-FEHLER
001082         GO TO 1100-GENERATIONEN-SCHIEBEN-EXIT
001084     END-IF
001086     PERFORM 1400-BESTAND-NACH-GEN1
001088         THRU 1400-BESTAND-NACH-GEN1-EXIT.
001090 1100-GENERATIONEN-SCHIEBEN-EXIT.
001092     EXIT.
001094
001096 1200-GEN2-NACH-GEN3.
001098     OPEN INPUT SICHERGEN2
001100     IF GEN2-STATUS = "35"
001102         GO TO 1200-GEN2-NACH-GEN3-EXIT
001104     END-IF
001106     IF GEN2-STATUS NOT = "00"
001108         DISPLAY "SICHERGEN2 nicht geoeffnet, Status "
001110             GEN2-STATUS
001112         MOVE "J" TO SW-GENERATION-FEHLER
001114         GO TO 1200-GEN2-NACH-GEN3-EXIT
001116     END-IF
001118     OPEN OUTPUT SICHERGEN3
001120     IF GEN3-STATUS NOT = "00"
001122         DISPLAY "SICHERGEN3 nicht geoeffnet, Status "
001124             GEN3-STATUS
001126         CLOSE SICHERGEN2
001128         MOVE "J" TO SW-GENERATION-FEHLER
001130         GO TO 1200-GEN2-NACH-GEN3-EXIT
001132     END-IF
001134     MOVE 0 TO KOPIE-ZAEHLER
001136     MOVE "N" TO SW-KOPIE-ENDE
001138     PERFORM 1210-GEN2-SATZ-KOPIEREN
001140         THRU 1210-GEN2-SATZ-KOPIEREN-EXIT
001142         UNTIL KOPIE-ENDE
001144     CLOSE SICHERGEN2
001146     CLOSE SICHERGEN3
001148     DISPLAY "SICHERGEN2 nach SICHERGEN3: " KOPIE-ZAEHLER
001150         " Saetze.".
001152 1200-GEN2-NACH-GEN3-EXIT.
001154     EXIT.
001156
001158 1210-GEN2-SATZ-KOPIEREN.
001160     READ SICHERGEN2
001162         AT END
001164             MOVE "J" TO SW-KOPIE-ENDE
001166         NOT AT END
001168             WRITE G3-SATZ FROM G2-SATZ
001170             ADD 1 TO KOPIE-ZAEHLER
001172     END-READ.
001174 1210-GEN2-SATZ-KOPIEREN-EXIT.
001176     EXIT.
001178
001180 1300-GEN1-NACH-GEN2.
001182     OPEN INPUT SICHERGEN1
001184     IF GEN1-STATUS = "35"
001186         GO TO 1300-GEN1-NACH-GEN2-EXIT
001188     END-IF
001190     IF GEN1-STATUS NOT = "00"
001192         DISPLAY "SICHERGEN1 nicht geoeffnet, Status "
001194             GEN1-STATUS
001196         MOVE "J" TO SW-GENERATION-FEHLER
001198         GO TO 1300-GEN1-NACH-GEN2-EXIT
001200     END-IF
001202     OPEN OUTPUT SICHERGEN2
001204     IF GEN2-STATUS NOT = "00"
001206         DISPLAY "SICHERGEN2 nicht geoeffnet, Status "
001208             GEN2-STATUS
001210         CLOSE SICHERGEN1
001212         MOVE "J" TO SW-GENERATION-FEHLER
001214         GO TO 1300-GEN1-NACH-GEN2-EXIT
001216     END-IF
001218     MOVE 0 TO KOPIE-ZAEHLER
001220     MOVE "N" TO SW-KOPIE-ENDE
001222     PERFORM 1310-GEN1-SATZ-KOPIEREN
001224         THRU 1310-GEN1-SATZ-KOPIEREN-EXIT
001226         UNTIL KOPIE-ENDE
001228     CLOSE SICHERGEN1
001230     CLOSE SICHERGEN2
001232     DISPLAY "SICHERGEN1 nach SICHERGEN2: " KOPIE-ZAEHLER
001234         " Saetze.".
001236 1300-GEN1-NACH-GEN2-EXIT.
001238     EXIT.
001240
001242 1310-GEN1-SATZ-KOPIEREN.
001244     READ SICHERGEN1
001246         AT END
001248             MOVE "J" TO SW-KOPIE-ENDE
001250         NOT AT END
001252             WRITE G2-SATZ FROM G1-SATZ
001254             ADD 1 TO KOPIE-ZAEHLER
001256     END-READ.
001258 1310-GEN1-SATZ-KOPIEREN-EXIT.
001260     EXIT.
001262
001264 1400-BESTAND-NACH-GEN1.
001266     OPEN INPUT SICHERBESTAND
001268     IF BESTAND-STATUS = "35"
001270         GO TO 1400-BESTAND-NACH-GEN1-EXIT
001272     END-IF
001274     IF BESTAND-STATUS NOT = "00"
001276         DISPLAY "SICHERBESTAND nicht geoeffnet, Status "
001278             BESTAND-STATUS
001280         MOVE "J" TO SW-GENERATION-FEHLER
001282         GO TO 1400-BESTAND-NACH-GEN1-EXIT
001284     END-IF
001286     OPEN OUTPUT SICHERGEN1
001288     IF GEN1-STATUS NOT = "00"
001290         DISPLAY "SICHERGEN1 nicht geoeffnet, Status "
001292             GEN1-STATUS
001294         CLOSE SICHERBESTAND
001296         MOVE "J" TO SW-GENERATION-FEHLER
001298         GO TO 1400-BESTAND-NACH-GEN1-EXIT
001300     END-IF
001302     MOVE 0 TO KOPIE-ZAEHLER
001304     MOVE "N" TO SW-KOPIE-ENDE
001306     PERFORM 1410-BESTAND-SATZ-KOPIEREN
001308         THRU 1410-BESTAND-SATZ-KOPIEREN-EXIT
001310         UNTIL KOPIE-ENDE
001312     CLOSE SICHERBESTAND
001314     CLOSE SICHERGEN1
001316     DISPLAY "SICHERBESTAND nach SICHERGEN1: " KOPIE-ZAEHLER
001318         " Saetze.".
001320 1400-BESTAND-NACH-GEN1-EXIT.
001322     EXIT.
001324
001326 1410-BESTAND-SATZ-KOPIEREN.
001328     READ SICHERBESTAND
001330         AT END
001332             MOVE "J" TO SW-KOPIE-ENDE
001334         NOT AT END
001336             WRITE G1-SATZ FROM EB-BESTANDSSATZ
001338             ADD 1 TO KOPIE-ZAEHLER
001340     END-READ.
001342 1410-BESTAND-SATZ-KOPIEREN-EXIT.
001344     EXIT.
001060
001070*----------------------------------------------------------------
001080*  2000-SPIELER-ENTLADEN
001340         MOVE SATZ-ZAEHLER TO EB-S-ANZAHL
001350         MOVE SUMME-DWZ TO EB-S-SUMME-DWZ
001360         MOVE SUMME-SPIELE TO EB-S-SUMME-SPIELE
001362         MOVE SICHERUNGS-DATUM TO EB-S-DATUM
001364         MOVE SICHERUNGS-ZEIT TO EB-S-ZEIT
001370         WRITE EB-SUMMENSATZ
001380         CLOSE SICHERBESTAND
001390     END-IF
001420     END-IF
001430     DISPLAY "Entladen: " SATZ-ZAEHLER " Saetze, Summe DWZ "
001440         SUMME-DWZ ", Summe Partien " SUMME-SPIELE ".".
001442     DISPLAY "Stand der Sicherung: " SICHERUNGS-DATUM " "
001444         SICHERUNGS-ZEIT.
001450 9999-ABSCHLUSS-EXIT.
001460     EXIT.
