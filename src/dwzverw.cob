000100*================================================================
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. DWZVERW.
000130 AUTHOR. A. HOLZMANN.
000140 INSTALLATION. SCHACHVEREIN RECHENZENTRUM.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED. 2026-10-15.
000170*----------------------------------------------------------------
000180*  DWZVERW pflegt die Vereins-Stammdatei (VEREINSDATEI, Aufbau
000190*  siehe VEREINSAT):  Vereine anlegen (Nummer, Name, Wertungs-
000200*  referent und Kontakt), anzeigen, berichtigen und als Liste
000210*  ausgeben.  Die Spieler-Stammdatei haelt auch die Spieler des
000220*  Nachbarvereins; ueber die Vereinsnummer im Spielersatz
000230*  (SP-VEREIN-NR, Zuordnung ueber DWZNEU/DWZWART) lassen sich
000240*  Rangliste (DWZRANG), Inaktivenliste (DWZINAK), Auszug
000250*  (DWZAUSZG) und Meldedatei (DWZMTEIL) je Verein fahren.
000260*
000270*  Ein Verein wird nicht geloescht - Spieler und Protokoll
000280*  verweisen auf seine Nummer.
000290*----------------------------------------------------------------
000300*  AENDERUNGEN:
000310*  2026-10-15  AH  Neu angelegt fuer die Vereins-Stammdatei.
000320*================================================================
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT VEREINSDATEI ASSIGN TO "VEREINSDATEI"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS VE-VEREIN-NR
000400         FILE STATUS IS VEREIN-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  VEREINSDATEI.
000450 COPY VEREINSAT.
000460
000470 WORKING-STORAGE SECTION.
000480 01  VEREIN-STATUS               PIC X(02).
000490
000500 01  FUNKTION                    PIC X(01).
000510 01  VEREIN-NR                   PIC 9(02).
000520 01  NEUER-NAME                  PIC X(30).
000530 01  NEUER-REFERENT              PIC X(25).
000540 01  NEUER-KONTAKT               PIC X(40).
000550 01  LISTEN-ZAEHLER              PIC 9(04).
000560
000570 01  SCHALTER-BEREICH.
000580     05  SW-ENDE-GEWAEHLT        PIC X(01) VALUE "N".
000590         88  ENDE-GEWAEHLT       VALUE "J".
000600     05  SW-VEREINSDATEI-OFFEN   PIC X(01) VALUE "N".
000610         88  VEREINSDATEI-OFFEN  VALUE "J".
000620     05  SW-VEREIN-GEFUNDEN      PIC X(01) VALUE "N".
000630         88  VEREIN-GEFUNDEN     VALUE "J".
000640     05  SW-LISTEN-ENDE          PIC X(01) VALUE "N".
000650         88  LISTEN-ENDE         VALUE "J".
000660
000670 PROCEDURE DIVISION.
000680
000690*----------------------------------------------------------------
000700*  0000-MAINLINE
000710*----------------------------------------------------------------
000720 0000-MAINLINE.
000730     PERFORM 1000-INITIALISIEREN THRU 1000-INITIALISIEREN-EXIT
000740     IF VEREINSDATEI-OFFEN
000750         PERFORM 2000-FUNKTION-VERARBEITEN
000760             THRU 2000-FUNKTION-VERARBEITEN-EXIT
000770             UNTIL ENDE-GEWAEHLT
000780     END-IF
000790     PERFORM 9999-ABSCHLUSS THRU 9999-ABSCHLUSS-EXIT
000800     STOP RUN.
000810
000820*----------------------------------------------------------------
000830*  1000-INITIALISIEREN
000840*  Vereinsdatei oeffnen; beim allerersten Aufruf (Datei fehlt
000850*  noch, Status "35") wird sie leer angelegt.
000860*----------------------------------------------------------------
000870 1000-INITIALISIEREN.
000880     OPEN I-O VEREINSDATEI
000890     IF VEREIN-STATUS = "35"
000900         OPEN OUTPUT VEREINSDATEI
000910         CLOSE VEREINSDATEI
000920         OPEN I-O VEREINSDATEI
000930     END-IF
000940     IF VEREIN-STATUS NOT = "00"
000950         DISPLAY "Vereinsdatei nicht geoeffnet, Status "
000960             VEREIN-STATUS
000970         GO TO 1000-INITIALISIEREN-EXIT
000980     END-IF
000990     MOVE "J" TO SW-VEREINSDATEI-OFFEN.
001000 1000-INITIALISIEREN-EXIT.
001010     EXIT.
001020
001030*----------------------------------------------------------------
001040*  2000-FUNKTION-VERARBEITEN
001050*  Auswahl erfragen und die gewaehlte Pflegefunktion ausfuehren.
001060*----------------------------------------------------------------
001070 2000-FUNKTION-VERARBEITEN.
001080     DISPLAY " "
001090     DISPLAY "Vereins-Pflege - bitte Funktion waehlen:"
001100     DISPLAY "  1 = Verein anlegen"
001110     DISPLAY "  2 = Verein anzeigen"
001120     DISPLAY "  3 = Name/Referent/Kontakt berichtigen"
001130     DISPLAY "  4 = alle Vereine auflisten"
001140     DISPLAY "  0 = Ende"
001150     ACCEPT FUNKTION
001160     EVALUATE FUNKTION
001170         WHEN "1"
001180             PERFORM 2100-VEREIN-ANLEGEN
001190                 THRU 2100-VEREIN-ANLEGEN-EXIT
001200         WHEN "2"
001210             PERFORM 2200-VEREIN-ANZEIGEN
001220                 THRU 2200-VEREIN-ANZEIGEN-EXIT
001230         WHEN "3"
001240             PERFORM 2300-VEREIN-BERICHTIGEN
001250                 THRU 2300-VEREIN-BERICHTIGEN-EXIT
001260         WHEN "4"
001270             PERFORM 2400-VEREINE-AUFLISTEN
001280                 THRU 2400-VEREINE-AUFLISTEN-EXIT
001290         WHEN "0"
001300             MOVE "J" TO SW-ENDE-GEWAEHLT
001310         WHEN OTHER
001320             DISPLAY "Ungueltige Eingabe!"
001330     END-EVALUATE.
001340 2000-FUNKTION-VERARBEITEN-EXIT.
001350     EXIT.
001360
001370*----------------------------------------------------------------
001380*  2100-VEREIN-ANLEGEN
001390*  Neuen Verein anlegen; die Nummer darf noch nicht vergeben
001400*  sein.
001410*----------------------------------------------------------------
001420 2100-VEREIN-ANLEGEN.
001430     PERFORM 2700-NUMMER-ERFRAGEN
001440         THRU 2700-NUMMER-ERFRAGEN-EXIT
001450     IF VEREIN-NR = 0
001460         GO TO 2100-VEREIN-ANLEGEN-EXIT
001470     END-IF
001480     MOVE VEREIN-NR TO VE-VEREIN-NR
001490     READ VEREINSDATEI
001500         INVALID KEY
001510             CONTINUE
001520         NOT INVALID KEY
001530             DISPLAY "Verein " VEREIN-NR " ist bereits "
001540                 "angelegt (" VE-NAME ")."
001550             GO TO 2100-VEREIN-ANLEGEN-EXIT
001560     END-READ
001570     MOVE SPACES TO NEUER-NAME
001580     PERFORM 2710-NAME-ERFRAGEN THRU 2710-NAME-ERFRAGEN-EXIT
001590         UNTIL NEUER-NAME NOT = SPACES
001600     DISPLAY "Wertungsreferent des Vereins (Name):"
001610     ACCEPT NEUER-REFERENT
001620     DISPLAY "Kontakt des Wertungsreferenten (Telefon/E-Mail):"
001630     ACCEPT NEUER-KONTAKT
001640     MOVE SPACES TO VE-SATZ
001650     MOVE VEREIN-NR TO VE-VEREIN-NR
001660     MOVE NEUER-NAME TO VE-NAME
001670     MOVE NEUER-REFERENT TO VE-REFERENT
001680     MOVE NEUER-KONTAKT TO VE-KONTAKT
001690     WRITE VE-SATZ
001700         INVALID KEY
001710             DISPLAY "Verein nicht angelegt, Status "
001720                 VEREIN-STATUS
001730             GO TO 2100-VEREIN-ANLEGEN-EXIT
001740     END-WRITE
001750     DISPLAY "Verein " VEREIN-NR " angelegt.".
001760 2100-VEREIN-ANLEGEN-EXIT.
001770     EXIT.
001780
001790*----------------------------------------------------------------
001800*  2200-VEREIN-ANZEIGEN
001810*----------------------------------------------------------------
001820 2200-VEREIN-ANZEIGEN.
001830     PERFORM 2800-VEREIN-AUFSUCHEN
001840         THRU 2800-VEREIN-AUFSUCHEN-EXIT
001850     IF NOT VEREIN-GEFUNDEN
001860         GO TO 2200-VEREIN-ANZEIGEN-EXIT
001870     END-IF
001880     DISPLAY "Verein:   " VE-VEREIN-NR
001890     DISPLAY "Name:     " VE-NAME
001900     DISPLAY "Referent: " VE-REFERENT
001910     DISPLAY "Kontakt:  " VE-KONTAKT.
001920 2200-VEREIN-ANZEIGEN-EXIT.
001930     EXIT.
001940
001950*----------------------------------------------------------------
001960*  2300-VEREIN-BERICHTIGEN
001970*  Name, Referent und Kontakt berichtigen; die Nummer ist
001980*  Schluessel und bleibt unveraenderlich.
001990*----------------------------------------------------------------
002000 2300-VEREIN-BERICHTIGEN.
002010     PERFORM 2800-VEREIN-AUFSUCHEN
002020         THRU 2800-VEREIN-AUFSUCHEN-EXIT
002030     IF NOT VEREIN-GEFUNDEN
002040         GO TO 2300-VEREIN-BERICHTIGEN-EXIT
002050     END-IF
002060     DISPLAY "Bisheriger Name: " VE-NAME
002070     DISPLAY "Berichtigter Name (leer = unveraendert):"
002080     ACCEPT NEUER-NAME
002090     IF NEUER-NAME NOT = SPACES
002100         MOVE NEUER-NAME TO VE-NAME
002110     END-IF
002120     DISPLAY "Bisheriger Referent: " VE-REFERENT
002130     DISPLAY "Berichtigter Referent (leer = unveraendert):"
002140     ACCEPT NEUER-REFERENT
002150     IF NEUER-REFERENT NOT = SPACES
002160         MOVE NEUER-REFERENT TO VE-REFERENT
002170     END-IF
002180     DISPLAY "Bisheriger Kontakt: " VE-KONTAKT
002190     DISPLAY "Berichtigter Kontakt (leer = unveraendert):"
002200     ACCEPT NEUER-KONTAKT
002210     IF NEUER-KONTAKT NOT = SPACES
002220         MOVE NEUER-KONTAKT TO VE-KONTAKT
002230     END-IF
002240     REWRITE VE-SATZ
002250         INVALID KEY
002260             DISPLAY "Vereinsdatei nicht fortgeschrieben, "
002270                 "Status " VEREIN-STATUS
002280             GO TO 2300-VEREIN-BERICHTIGEN-EXIT
002290     END-REWRITE
002300     DISPLAY "Verein berichtigt.".
002310 2300-VEREIN-BERICHTIGEN-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------------
002350*  2400-VEREINE-AUFLISTEN
002360*  Alle Vereine in Nummernfolge am Bildschirm auflisten.
002370*----------------------------------------------------------------
002380 2400-VEREINE-AUFLISTEN.
002390     MOVE 0 TO LISTEN-ZAEHLER
002400     MOVE "N" TO SW-LISTEN-ENDE
002410     MOVE 0 TO VE-VEREIN-NR
002420     START VEREINSDATEI KEY NOT < VE-VEREIN-NR
002430         INVALID KEY
002440             MOVE "J" TO SW-LISTEN-ENDE
002450     END-START
002460     PERFORM 2410-VEREIN-LISTEN THRU 2410-VEREIN-LISTEN-EXIT
002470         UNTIL LISTEN-ENDE
002480     DISPLAY LISTEN-ZAEHLER " Verein(e) angelegt.".
002490 2400-VEREINE-AUFLISTEN-EXIT.
002500     EXIT.
002510
002520 2410-VEREIN-LISTEN.
002530     READ VEREINSDATEI NEXT
002540         AT END
002550             MOVE "J" TO SW-LISTEN-ENDE
002560         NOT AT END
002570             DISPLAY VE-VEREIN-NR "  " VE-NAME "  " VE-REFERENT
002580             ADD 1 TO LISTEN-ZAEHLER
002590     END-READ.
002600 2410-VEREIN-LISTEN-EXIT.
002610     EXIT.
002620
002630 2700-NUMMER-ERFRAGEN.
002640     DISPLAY "Bitte gib die Vereinsnummer ein (01 - 99, "
002650         "00 = zurueck):"
002660     ACCEPT VEREIN-NR.
002670 2700-NUMMER-ERFRAGEN-EXIT.
002680     EXIT.
002690
002700 2710-NAME-ERFRAGEN.
002710     DISPLAY "Bitte gib den Vereinsnamen ein:"
002720     ACCEPT NEUER-NAME
002730     IF NEUER-NAME = SPACES
002740         DISPLAY "Der Vereinsname darf nicht leer sein."
002750     END-IF.
002760 2710-NAME-ERFRAGEN-EXIT.
002770     EXIT.
002780
002790*----------------------------------------------------------------
002800*  2800-VEREIN-AUFSUCHEN
002810*----------------------------------------------------------------
002820 2800-VEREIN-AUFSUCHEN.
002830     MOVE "N" TO SW-VEREIN-GEFUNDEN
002840     PERFORM 2700-NUMMER-ERFRAGEN
002850         THRU 2700-NUMMER-ERFRAGEN-EXIT
002860     IF VEREIN-NR = 0
002870         GO TO 2800-VEREIN-AUFSUCHEN-EXIT
002880     END-IF
002890     MOVE VEREIN-NR TO VE-VEREIN-NR
002900     READ VEREINSDATEI
002910         INVALID KEY
002920             DISPLAY "Verein " VEREIN-NR " ist nicht in der "
002930                 "Vereinsdatei angelegt."
002940         NOT INVALID KEY
002950             MOVE "J" TO SW-VEREIN-GEFUNDEN
002960     END-READ.
002970 2800-VEREIN-AUFSUCHEN-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------------
003010*  9999-ABSCHLUSS
003020*----------------------------------------------------------------
003030 9999-ABSCHLUSS.
003040     IF VEREINSDATEI-OFFEN
003050         CLOSE VEREINSDATEI
003060     END-IF.
003070 9999-ABSCHLUSS-EXIT.
003080     EXIT.
