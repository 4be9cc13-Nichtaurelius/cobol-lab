000100*================================================================
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. DWZMTEIL.
000130 AUTHOR. A. HOLZMANN.
000140 INSTALLATION. SCHACHVEREIN RECHENZENTRUM.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED. 2026-10-15.
000170*----------------------------------------------------------------
000180*  DWZMTEIL zieht aus der Meldedatei eines Meldelaufs (DWZMELD;
000190*  MELDEDATEI, siehe DSBSATZ) den Teil eines Vereins heraus,
000200*  damit jeder Verein seine Meldung unter eigenem Namen an den
000210*  Bezirk gibt.  Die Vereinsnummer wird erfragt; die Ausgabe
000220*  (MELDEVEREIN) beginnt mit dem Vereinssatz "V" (Nummer und
000230*  Name aus der Vereinsdatei, siehe VEREINSAT), danach je
000240*  Turnier mit Spielern des Vereins der Kopfsatz, die
000250*  Detailsaetze dieser Spieler (Zuordnung ueber SP-VEREIN-NR,
000260*  siehe SPIELER) und ein Summensatz mit den Vereinssummen.
000270*  Turniere ohne Spieler des Vereins entfallen.
000280*
000290*  Detailsaetze von Spielern ohne Vereinszuordnung oder ohne
000300*  Stammsatz gehoeren zu keinem Verein; sie werden gezaehlt
000310*  und am Ende gemeldet, damit die Zuordnung in DWZWART
000320*  nachgeholt werden kann.
000330*
000340*  Nur lesend - Meldedatei, Stamm- und Vereinsdatei bleiben
000350*  unberuehrt.  Je Verein ein Lauf; MELDEVEREIN wird jedesmal
000360*  neu geschrieben.
000370*----------------------------------------------------------------
000380*  AENDERUNGEN:
000390*  2026-10-15  AH  Neu angelegt fuer die Meldung je Verein.
000395*  2026-10-15  AH  Meldedatei stammt jetzt aus dem Meldelauf
000396*                  DWZMELD.
000400*================================================================
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT MELDEDATEI ASSIGN TO "MELDEDATEI"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS MELDE-STATUS.
000470
000480     SELECT MELDEVEREIN ASSIGN TO "MELDEVEREIN"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS AUSGABE-STATUS.
000510
000520     SELECT SPIELERDATEI ASSIGN TO "SPIELERDATEI"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SP-SPIELER-ID
000560         FILE STATUS IS SPIELER-STATUS.
000570
000580     SELECT VEREINSDATEI ASSIGN TO "VEREINSDATEI"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS VE-VEREIN-NR
000620         FILE STATUS IS VEREIN-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  MELDEDATEI.
000670 COPY DSBSATZ.
000680
000690 FD  MELDEVEREIN.
000700 01  MV-SATZ                     PIC X(59).
000710
000720 FD  SPIELERDATEI.
000730 COPY SPIELER.
000740
000750 FD  VEREINSDATEI.
000760 COPY VEREINSAT.
000770
000780 WORKING-STORAGE SECTION.
000790 01  MELDE-STATUS                PIC X(02).
000800 01  AUSGABE-STATUS              PIC X(02).
000810 01  SPIELER-STATUS              PIC X(02).
000820 01  VEREIN-STATUS               PIC X(02).
000830
000840 01  AUSWAHL-VEREIN              PIC 9(02) VALUE 0.
000850 01  KOPF-MERKER                 PIC X(59).
000860
000870*  Summen des Vereins im laufenden Turnier
000880 01  VEREIN-ANZAHL               PIC 9(06) VALUE 0.
000890 01  VEREIN-SUMME-ALT            PIC 9(08) VALUE 0.
000900 01  VEREIN-SUMME-NEU            PIC 9(08) VALUE 0.
000910
000920*  Laufsummen fuer die Abschlussmeldung
000930 01  TURNIER-ZAEHLER             PIC 9(06) VALUE 0.
000940 01  DETAIL-ZAEHLER              PIC 9(06) VALUE 0.
000950 01  OHNE-VEREIN-ZAEHLER         PIC 9(06) VALUE 0.
000960
000970 01  SCHALTER-BEREICH.
000980     05  SW-MELDE-ENDE           PIC X(01) VALUE "N".
000990         88  MELDE-ENDE          VALUE "J".
001000     05  SW-VEREIN-GEWAEHLT      PIC X(01) VALUE "N".
001010         88  VEREIN-GEWAEHLT     VALUE "J".
001020     05  SW-DATEIEN-OFFEN        PIC X(01) VALUE "N".
001030         88  DATEIEN-OFFEN       VALUE "J".
001040     05  SW-KOPF-GESCHRIEBEN     PIC X(01) VALUE "N".
001050         88  KOPF-GESCHRIEBEN    VALUE "J".
001055     05  SW-VEREINSDATEI-OFFEN   PIC X(01) VALUE "N".
001056         88  VEREINSDATEI-OFFEN  VALUE "J".
001060
001070 PROCEDURE DIVISION.
001080
001090*----------------------------------------------------------------
001100*  0000-MAINLINE
001110*----------------------------------------------------------------
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALISIEREN THRU 1000-INITIALISIEREN-EXIT
001140     IF DATEIEN-OFFEN
001150         PERFORM 2000-MELDESATZ-LESEN
001160             THRU 2000-MELDESATZ-LESEN-EXIT
001170             UNTIL MELDE-ENDE
001180     END-IF
001190     PERFORM 9999-ABSCHLUSS THRU 9999-ABSCHLUSS-EXIT
001200     STOP RUN.
001210
001220*----------------------------------------------------------------
001230*  1000-INITIALISIEREN
001240*  Verein erfragen, Dateien oeffnen, Vereinssatz schreiben.
001250*----------------------------------------------------------------
001260 1000-INITIALISIEREN.
001270     OPEN INPUT VEREINSDATEI
001280     IF VEREIN-STATUS NOT = "00"
001290         DISPLAY "Vereinsdatei nicht geoeffnet, Status "
001300             VEREIN-STATUS
001310         GO TO 1000-INITIALISIEREN-EXIT
001320     END-IF
001325     MOVE "J" TO SW-VEREINSDATEI-OFFEN
001330     PERFORM 1100-VEREIN-WAEHLEN THRU 1100-VEREIN-WAEHLEN-EXIT
001340         UNTIL VEREIN-GEWAEHLT
001360     IF AUSWAHL-VEREIN = 0
001370         GO TO 1000-INITIALISIEREN-EXIT
001380     END-IF
001390
001400     OPEN INPUT MELDEDATEI
001410     IF MELDE-STATUS NOT = "00"
001420         DISPLAY "Meldedatei nicht geoeffnet, Status "
001430             MELDE-STATUS
001440         GO TO 1000-INITIALISIEREN-EXIT
001450     END-IF
001460     OPEN INPUT SPIELERDATEI
001470     IF SPIELER-STATUS NOT = "00"
001480         DISPLAY "Spielerdatei nicht geoeffnet, Status "
001490             SPIELER-STATUS
001500         CLOSE MELDEDATEI
001510         GO TO 1000-INITIALISIEREN-EXIT
001520     END-IF
001530     OPEN OUTPUT MELDEVEREIN
001540     IF AUSGABE-STATUS NOT = "00"
001550         DISPLAY "Vereinsmeldung nicht geoeffnet, Status "
001560             AUSGABE-STATUS
001570         CLOSE MELDEDATEI
001580         CLOSE SPIELERDATEI
001590         GO TO 1000-INITIALISIEREN-EXIT
001600     END-IF
001610     MOVE "J" TO SW-DATEIEN-OFFEN
001620
001630     MOVE SPACES TO DS-VEREIN
001640     MOVE "V" TO DS-V-KENNUNG
001650     MOVE VE-VEREIN-NR TO DS-V-VEREIN-NR
001660     MOVE VE-NAME TO DS-V-NAME
001670     WRITE MV-SATZ FROM DS-VEREIN.
001680 1000-INITIALISIEREN-EXIT.
001690     EXIT.
001700
001710*----------------------------------------------------------------
001720*  1100-VEREIN-WAEHLEN
001730*  Vereinsnummer erfragen (00 = Abbruch); der Verein muss in
001740*  der Vereinsdatei stehen.
001750*----------------------------------------------------------------
001760 1100-VEREIN-WAEHLEN.
001770     DISPLAY "Meldung fuer Verein (Nummer, 00 = Abbruch):"
001780     ACCEPT AUSWAHL-VEREIN
001790     IF AUSWAHL-VEREIN = 0
001800         MOVE "J" TO SW-VEREIN-GEWAEHLT
001810         GO TO 1100-VEREIN-WAEHLEN-EXIT
001820     END-IF
001830     MOVE AUSWAHL-VEREIN TO VE-VEREIN-NR
001840     READ VEREINSDATEI
001850         INVALID KEY
001860             DISPLAY "Verein " AUSWAHL-VEREIN " ist nicht in "
001870                 "der Vereinsdatei angelegt."
001880         NOT INVALID KEY
001890             MOVE "J" TO SW-VEREIN-GEWAEHLT
001900     END-READ.
001910 1100-VEREIN-WAEHLEN-EXIT.
001920     EXIT.
001930
001940*----------------------------------------------------------------
001950*  2000-MELDESATZ-LESEN
001960*  Kopfsatz merken (geschrieben wird er erst mit dem ersten
001970*  Detailsatz des Vereins), Detailsaetze filtern, Summensatz
001980*  durch die Vereinssummen ersetzen.
001990*----------------------------------------------------------------
002000 2000-MELDESATZ-LESEN.
002010     READ MELDEDATEI
002020         AT END
002030             MOVE "J" TO SW-MELDE-ENDE
002040             GO TO 2000-MELDESATZ-LESEN-EXIT
002050     END-READ
002060     EVALUATE DS-K-KENNUNG
002070         WHEN "K"
002080             MOVE DS-KOPF TO KOPF-MERKER
002090             MOVE "N" TO SW-KOPF-GESCHRIEBEN
002100             MOVE 0 TO VEREIN-ANZAHL
002110             MOVE 0 TO VEREIN-SUMME-ALT
002120             MOVE 0 TO VEREIN-SUMME-NEU
002130         WHEN "D"
002140             PERFORM 2100-DETAIL-PRUEFEN
002150                 THRU 2100-DETAIL-PRUEFEN-EXIT
002160         WHEN "S"
002170             PERFORM 2200-SUMMEN-SCHREIBEN
002180                 THRU 2200-SUMMEN-SCHREIBEN-EXIT
002190         WHEN OTHER
002200             DISPLAY "Unbekannte Satzkennung in der Meldedatei: "
002210                 DS-K-KENNUNG
002220     END-EVALUATE.
002230 2000-MELDESATZ-LESEN-EXIT.
002240     EXIT.
002250
002260 2100-DETAIL-PRUEFEN.
002270     MOVE DS-D-SPIELER-ID TO SP-SPIELER-ID
002280     READ SPIELERDATEI
002290         INVALID KEY
002300             ADD 1 TO OHNE-VEREIN-ZAEHLER
002310             GO TO 2100-DETAIL-PRUEFEN-EXIT
002320     END-READ
002330     IF SP-VEREIN-NR NOT NUMERIC OR SP-VEREIN-NR = 0
002340         ADD 1 TO OHNE-VEREIN-ZAEHLER
002350         GO TO 2100-DETAIL-PRUEFEN-EXIT
002360     END-IF
002370     IF SP-VEREIN-NR NOT = AUSWAHL-VEREIN
002380         GO TO 2100-DETAIL-PRUEFEN-EXIT
002390     END-IF
002400     IF NOT KOPF-GESCHRIEBEN
002410         WRITE MV-SATZ FROM KOPF-MERKER
002420         MOVE "J" TO SW-KOPF-GESCHRIEBEN
002430         ADD 1 TO TURNIER-ZAEHLER
002440     END-IF
002450     WRITE MV-SATZ FROM DS-DETAIL
002460     ADD 1 TO VEREIN-ANZAHL
002470     ADD 1 TO DETAIL-ZAEHLER
002480     ADD DS-D-ALTE-DWZ TO VEREIN-SUMME-ALT
002490     ADD DS-D-NEUE-DWZ TO VEREIN-SUMME-NEU.
002500 2100-DETAIL-PRUEFEN-EXIT.
002510     EXIT.
002520
002530 2200-SUMMEN-SCHREIBEN.
002540     IF NOT KOPF-GESCHRIEBEN
002550         GO TO 2200-SUMMEN-SCHREIBEN-EXIT
002560     END-IF
002570     MOVE VEREIN-ANZAHL TO DS-S-ANZAHL
002580     MOVE VEREIN-SUMME-ALT TO DS-S-SUMME-ALTE-DWZ
002590     MOVE VEREIN-SUMME-NEU TO DS-S-SUMME-NEUE-DWZ
002600     WRITE MV-SATZ FROM DS-SUMMEN
002610     MOVE "N" TO SW-KOPF-GESCHRIEBEN.
002620 2200-SUMMEN-SCHREIBEN-EXIT.
002630     EXIT.
002640
002650*----------------------------------------------------------------
002660*  9999-ABSCHLUSS
002670*----------------------------------------------------------------
002680 9999-ABSCHLUSS.
002690     IF NOT DATEIEN-OFFEN
002692         IF VEREINSDATEI-OFFEN
002694             CLOSE VEREINSDATEI
002696         END-IF
002700         GO TO 9999-ABSCHLUSS-EXIT
002710     END-IF
002720     CLOSE MELDEDATEI
002730     CLOSE SPIELERDATEI
002740     CLOSE MELDEVEREIN
002750     DISPLAY "Vereinsmeldung fuer " VE-NAME " erstellt: "
002760         TURNIER-ZAEHLER " Turniere, " DETAIL-ZAEHLER
002770         " Detailsaetze."
002780     DISPLAY "Wertungsreferent: " VE-REFERENT " " VE-KONTAKT
002790     IF OHNE-VEREIN-ZAEHLER > 0
002800         DISPLAY OHNE-VEREIN-ZAEHLER " Detailsaetze von Spielern "
002810             "ohne Vereinszuordnung - bitte in DWZWART "
002820             "nachholen."
002830     END-IF
002835     CLOSE VEREINSDATEI.
002840 9999-ABSCHLUSS-EXIT.
002850     EXIT.
