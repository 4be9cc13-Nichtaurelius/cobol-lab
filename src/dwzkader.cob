000100*================================================================
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. DWZKADER.
000130 AUTHOR. A. HOLZMANN.
000140 INSTALLATION. SCHACHVEREIN RECHENZENTRUM.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED. 2026-10-15.
000170*----------------------------------------------------------------
000180*  DWZKADER pflegt die Mannschaftsmeldung (KADERDATEI, Aufbau
000190*  siehe KADERSAT):  je Saison und Mannschaft die gemeldeten
000200*  Spieler in der gemeldeten Reihenfolge, als Stamm- oder
000210*  Ersatzspieler.  Spieler melden (hinten anfuegen), Kader
000220*  anzeigen, Meldung berichtigen und streichen.
000230*
000240*  Jede Spielernummer wird in der Stammdatei (SPIELERDATEI)
000250*  aufgesucht und der Name zur Bestaetigung angezeigt; ein
000260*  Spieler kann je Saison nur einmal gemeldet werden.  Die
000270*  Kampf-Erfassung in DWZERF prueft jede Aufstellung gegen
000280*  diese Meldung, DWZMANN druckt daraus den Saison-Kader-
000290*  bericht mit den Einsaetzen.
000300*
000310*  Die Stammdatei wird nur gelesen.
000320*----------------------------------------------------------------
000330*  AENDERUNGEN:
000340*  2026-10-15  AH  Neu angelegt fuer die Mannschaftsmeldung.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT KADERDATEI ASSIGN TO "KADERDATEI"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS KA-SCHLUESSEL
000430         FILE STATUS IS KADER-STATUS.
000440
000450     SELECT SPIELERDATEI ASSIGN TO "SPIELERDATEI"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SP-SPIELER-ID
000490         FILE STATUS IS SPIELER-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  KADERDATEI.
000540 COPY KADERSAT.
000550
000560 FD  SPIELERDATEI.
000570 COPY SPIELER.
000580
000590 WORKING-STORAGE SECTION.
000600 01  KADER-STATUS                PIC X(02).
000610 01  SPIELER-STATUS              PIC X(02).
000620
000630 01  FUNKTION                    PIC X(01).
000640 01  ANTWORT                     PIC X(01).
000650 01  SAISON                      PIC 9(04).
000660 01  MANNSCHAFT                  PIC 9(02).
000670 01  RANG                        PIC 9(02).
000680 01  NAECHSTER-RANG              PIC 9(02).
000690 01  SPIELER-ID                  PIC 9(06).
000700 01  SPIELER-ART                 PIC X(01).
000710     88  SPIELER-ART-GUELTIG     VALUE "S" "E".
000720 01  GEMELDET-MANNSCHAFT         PIC 9(02).
000730 01  GEMELDET-RANG               PIC 9(02).
000740 01  LISTEN-ZAEHLER              PIC 9(04).
000750 01  SPIELER-NAME-ANZEIGE        PIC X(25).
000760
000770 01  SCHALTER-BEREICH.
000780     05  SW-ENDE-GEWAEHLT        PIC X(01) VALUE "N".
000790         88  ENDE-GEWAEHLT       VALUE "J".
000800     05  SW-KADERDATEI-OFFEN     PIC X(01) VALUE "N".
000810         88  KADERDATEI-OFFEN    VALUE "J".
000820     05  SW-SPIELERDATEI-OFFEN   PIC X(01) VALUE "N".
000830         88  SPIELERDATEI-OFFEN  VALUE "J".
000840     05  SW-EINTRAG-GEFUNDEN     PIC X(01) VALUE "N".
000850         88  EINTRAG-GEFUNDEN    VALUE "J".
000860     05  SW-LISTEN-ENDE          PIC X(01) VALUE "N".
000870         88  LISTEN-ENDE         VALUE "J".
000880     05  SW-MELDEN-ENDE          PIC X(01) VALUE "N".
000890         88  MELDEN-ENDE         VALUE "J".
000900     05  SW-SPIELER-OK           PIC X(01) VALUE "N".
000910         88  SPIELER-OK          VALUE "J".
000920     05  SW-BEREITS-GEMELDET     PIC X(01) VALUE "N".
000930         88  BEREITS-GEMELDET    VALUE "J".
000940
000950 PROCEDURE DIVISION.
000960
000970*----------------------------------------------------------------
000980*  0000-MAINLINE
000990*----------------------------------------------------------------
001000 0000-MAINLINE.
001010     PERFORM 1000-INITIALISIEREN THRU 1000-INITIALISIEREN-EXIT
001020     IF KADERDATEI-OFFEN
001030         PERFORM 2000-FUNKTION-VERARBEITEN
001040             THRU 2000-FUNKTION-VERARBEITEN-EXIT
001050             UNTIL ENDE-GEWAEHLT
001060     END-IF
001070     PERFORM 9999-ABSCHLUSS THRU 9999-ABSCHLUSS-EXIT
001080     STOP RUN.
001090
001100*----------------------------------------------------------------
001110*  1000-INITIALISIEREN
001120*  Stammdatei lesend, Kaderdatei zum Fortschreiben oeffnen;
001130*  beim allerersten Aufruf (Kaderdatei fehlt noch, Status "35")
001140*  wird sie leer angelegt.
001150*----------------------------------------------------------------
001160 1000-INITIALISIEREN.
001170     OPEN INPUT SPIELERDATEI
001180     IF SPIELER-STATUS NOT = "00"
001190         DISPLAY "Spielerdatei nicht geoeffnet, Status "
001200             SPIELER-STATUS
001210         GO TO 1000-INITIALISIEREN-EXIT
001220     END-IF
001230     MOVE "J" TO SW-SPIELERDATEI-OFFEN
001240     OPEN I-O KADERDATEI
001250     IF KADER-STATUS = "35"
001260         OPEN OUTPUT KADERDATEI
001270         CLOSE KADERDATEI
001280         OPEN I-O KADERDATEI
001290     END-IF
001300     IF KADER-STATUS NOT = "00"
001310         DISPLAY "Kaderdatei nicht geoeffnet, Status "
001320             KADER-STATUS
001330         GO TO 1000-INITIALISIEREN-EXIT
001340     END-IF
001350     MOVE "J" TO SW-KADERDATEI-OFFEN.
001360 1000-INITIALISIEREN-EXIT.
001370     EXIT.
001380
001390*----------------------------------------------------------------
001400*  2000-FUNKTION-VERARBEITEN
001410*  Auswahl erfragen und die gewaehlte Pflegefunktion ausfuehren.
001420*----------------------------------------------------------------
001430 2000-FUNKTION-VERARBEITEN.
001440     DISPLAY " "
001450     DISPLAY "Mannschaftsmeldung - bitte Funktion waehlen:"
001460     DISPLAY "  1 = Spieler melden (hinten anfuegen)"
001470     DISPLAY "  2 = Kader einer Mannschaft anzeigen"
001480     DISPLAY "  3 = Meldung berichtigen (Spieler/Stamm-Ersatz)"
001490     DISPLAY "  4 = Meldung streichen"
001500     DISPLAY "  0 = Ende"
001510     ACCEPT FUNKTION
001520     EVALUATE FUNKTION
001530         WHEN "1"
001540             PERFORM 2100-SPIELER-MELDEN
001550                 THRU 2100-SPIELER-MELDEN-EXIT
001560         WHEN "2"
001570             PERFORM 2200-KADER-ANZEIGEN
001580                 THRU 2200-KADER-ANZEIGEN-EXIT
001590         WHEN "3"
001600             PERFORM 2300-MELDUNG-BERICHTIGEN
001610                 THRU 2300-MELDUNG-BERICHTIGEN-EXIT
001620         WHEN "4"
001630             PERFORM 2400-MELDUNG-STREICHEN
001640                 THRU 2400-MELDUNG-STREICHEN-EXIT
001650         WHEN "0"
001660             MOVE "J" TO SW-ENDE-GEWAEHLT
001670         WHEN OTHER
001680             DISPLAY "Ungueltige Eingabe!"
001690     END-EVALUATE.
001700 2000-FUNKTION-VERARBEITEN-EXIT.
001710     EXIT.
001720
001730*----------------------------------------------------------------
001740*  2100-SPIELER-MELDEN
001750*  Saison und Mannschaft erfragen, dann Spieler fuer Spieler
001760*  hinter dem bisher letzten Rang anfuegen - so entsteht die
001770*  Meldung in der Reihenfolge des Meldebogens.
001780*----------------------------------------------------------------
001790 2100-SPIELER-MELDEN.
001800     PERFORM 2700-MANNSCHAFT-ERFRAGEN
001810         THRU 2700-MANNSCHAFT-ERFRAGEN-EXIT
001820     IF SAISON = 0 OR MANNSCHAFT = 0
001830         GO TO 2100-SPIELER-MELDEN-EXIT
001840     END-IF
001850     PERFORM 2110-LETZTEN-RANG-SUCHEN
001860         THRU 2110-LETZTEN-RANG-SUCHEN-EXIT
001870     MOVE "N" TO SW-MELDEN-ENDE
001880     PERFORM 2120-SPIELER-ANFUEGEN
001890         THRU 2120-SPIELER-ANFUEGEN-EXIT
001900         UNTIL MELDEN-ENDE.
001910 2100-SPIELER-MELDEN-EXIT.
001920     EXIT.
001930
001940 2110-LETZTEN-RANG-SUCHEN.
001950     MOVE 1 TO NAECHSTER-RANG
001960     MOVE "N" TO SW-LISTEN-ENDE
001970     MOVE SAISON TO KA-SAISON
001980     MOVE MANNSCHAFT TO KA-MANNSCHAFT
001990     MOVE 0 TO KA-RANG
002000     START KADERDATEI KEY NOT < KA-SCHLUESSEL
002010         INVALID KEY
002020             MOVE "J" TO SW-LISTEN-ENDE
002030     END-START
002040     PERFORM 2111-RANG-LESEN THRU 2111-RANG-LESEN-EXIT
002050         UNTIL LISTEN-ENDE.
002060 2110-LETZTEN-RANG-SUCHEN-EXIT.
002070     EXIT.
002080
002090 2111-RANG-LESEN.
002100     READ KADERDATEI NEXT
002110         AT END
002120             MOVE "J" TO SW-LISTEN-ENDE
002130         NOT AT END
002140             IF KA-SAISON NOT = SAISON
002150                     OR KA-MANNSCHAFT NOT = MANNSCHAFT
002160                 MOVE "J" TO SW-LISTEN-ENDE
002170             ELSE
002180                 COMPUTE NAECHSTER-RANG = KA-RANG + 1
002190             END-IF
002200     END-READ.
002210 2111-RANG-LESEN-EXIT.
002220     EXIT.
002230
002240 2120-SPIELER-ANFUEGEN.
002250     IF NAECHSTER-RANG > 99 OR NAECHSTER-RANG = 0
002260         DISPLAY "Mannschaft " MANNSCHAFT " ist voll (Rang 99 "
002270             "vergeben)."
002280         MOVE "J" TO SW-MELDEN-ENDE
002290         GO TO 2120-SPIELER-ANFUEGEN-EXIT
002300     END-IF
002310     DISPLAY " "
002320     DISPLAY "Rang " NAECHSTER-RANG " - Spielernummer "
002330         "(0 = Ende der Meldung):"
002340     ACCEPT SPIELER-ID
002350     IF SPIELER-ID = 0
002360         MOVE "J" TO SW-MELDEN-ENDE
002370         GO TO 2120-SPIELER-ANFUEGEN-EXIT
002380     END-IF
002390     PERFORM 2800-SPIELER-PRUEFEN THRU 2800-SPIELER-PRUEFEN-EXIT
002400     IF NOT SPIELER-OK
002410         GO TO 2120-SPIELER-ANFUEGEN-EXIT
002420     END-IF
002430     MOVE SPACE TO SPIELER-ART
002440     PERFORM 2710-ART-ERFRAGEN THRU 2710-ART-ERFRAGEN-EXIT
002450         UNTIL SPIELER-ART-GUELTIG
002460     MOVE SPACES TO KA-SATZ
002470     MOVE SAISON TO KA-SAISON
002480     MOVE MANNSCHAFT TO KA-MANNSCHAFT
002490     MOVE NAECHSTER-RANG TO KA-RANG
002500     MOVE SPIELER-ID TO KA-SPIELER-ID
002510     MOVE SPIELER-ART TO KA-ART
002520     WRITE KA-SATZ
002530         INVALID KEY
002540             DISPLAY "Meldung nicht geschrieben, Status "
002550                 KADER-STATUS
002560             GO TO 2120-SPIELER-ANFUEGEN-EXIT
002570     END-WRITE
002580     DISPLAY SPIELER-NAME-ANZEIGE " als Rang " NAECHSTER-RANG
002590         " der " MANNSCHAFT ". Mannschaft gemeldet."
002600     ADD 1 TO NAECHSTER-RANG.
002610 2120-SPIELER-ANFUEGEN-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------------
002650*  2200-KADER-ANZEIGEN
002660*  Meldung einer Mannschaft in Rangfolge am Bildschirm.
002670*----------------------------------------------------------------
002680 2200-KADER-ANZEIGEN.
002690     PERFORM 2700-MANNSCHAFT-ERFRAGEN
002700         THRU 2700-MANNSCHAFT-ERFRAGEN-EXIT
002710     IF SAISON = 0 OR MANNSCHAFT = 0
002720         GO TO 2200-KADER-ANZEIGEN-EXIT
002730     END-IF
002740     MOVE 0 TO LISTEN-ZAEHLER
002750     MOVE "N" TO SW-LISTEN-ENDE
002760     MOVE SAISON TO KA-SAISON
002770     MOVE MANNSCHAFT TO KA-MANNSCHAFT
002780     MOVE 0 TO KA-RANG
002790     START KADERDATEI KEY NOT < KA-SCHLUESSEL
002800         INVALID KEY
002810             MOVE "J" TO SW-LISTEN-ENDE
002820     END-START
002830     DISPLAY "Saison " SAISON ", " MANNSCHAFT ". Mannschaft:"
002840     PERFORM 2210-EINTRAG-ZEIGEN THRU 2210-EINTRAG-ZEIGEN-EXIT
002850         UNTIL LISTEN-ENDE
002860     DISPLAY LISTEN-ZAEHLER " Spieler gemeldet.".
002870 2200-KADER-ANZEIGEN-EXIT.
002880     EXIT.
002890
002900 2210-EINTRAG-ZEIGEN.
002910     READ KADERDATEI NEXT
002920         AT END
002930             MOVE "J" TO SW-LISTEN-ENDE
002940             GO TO 2210-EINTRAG-ZEIGEN-EXIT
002950     END-READ
002960     IF KA-SAISON NOT = SAISON OR KA-MANNSCHAFT NOT = MANNSCHAFT
002970         MOVE "J" TO SW-LISTEN-ENDE
002980         GO TO 2210-EINTRAG-ZEIGEN-EXIT
002990     END-IF
003000     MOVE KA-SPIELER-ID TO SP-SPIELER-ID
003010     READ SPIELERDATEI
003020         INVALID KEY
003030             MOVE "(NICHT IN DER STAMMDATEI)" TO SP-NAME
003040     END-READ
003050     DISPLAY KA-RANG "  " KA-ART "  " KA-SPIELER-ID "  " SP-NAME
003060     ADD 1 TO LISTEN-ZAEHLER.
003070 2210-EINTRAG-ZEIGEN-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------
003110*  2300-MELDUNG-BERICHTIGEN
003120*  Spieler oder Stamm-/Ersatzkennzeichen eines Ranges
003130*  berichtigen; der Rang selbst ist Schluessel und bleibt.
003140*----------------------------------------------------------------
003150 2300-MELDUNG-BERICHTIGEN.
003160     PERFORM 2750-EINTRAG-AUFSUCHEN
003170         THRU 2750-EINTRAG-AUFSUCHEN-EXIT
003180     IF NOT EINTRAG-GEFUNDEN
003190         GO TO 2300-MELDUNG-BERICHTIGEN-EXIT
003200     END-IF
003210     DISPLAY "Berichtigte Spielernummer (0 = unveraendert):"
003220     ACCEPT SPIELER-ID
003230     IF SPIELER-ID NOT = 0 AND SPIELER-ID NOT = KA-SPIELER-ID
003240         PERFORM 2800-SPIELER-PRUEFEN
003250             THRU 2800-SPIELER-PRUEFEN-EXIT
003260         IF NOT SPIELER-OK
003270             GO TO 2300-MELDUNG-BERICHTIGEN-EXIT
003280         END-IF
003290*        2800 hat den Satzbereich beim Suchen ueberschrieben
003300         MOVE SAISON TO KA-SAISON
003310         MOVE MANNSCHAFT TO KA-MANNSCHAFT
003320         MOVE RANG TO KA-RANG
003330         READ KADERDATEI
003340             INVALID KEY
003350                 DISPLAY "Meldung nicht mehr vorhanden, Status "
003360                     KADER-STATUS
003370                 GO TO 2300-MELDUNG-BERICHTIGEN-EXIT
003380         END-READ
003390         MOVE SPIELER-ID TO KA-SPIELER-ID
003400     END-IF
003410     DISPLAY "Stamm- oder Ersatzspieler (S/E, leer = "
003420         "unveraendert '" KA-ART "'):"
003430     ACCEPT SPIELER-ART
003440     INSPECT SPIELER-ART CONVERTING "se" TO "SE"
003450     IF SPIELER-ART-GUELTIG
003460         MOVE SPIELER-ART TO KA-ART
003470     END-IF
003480     REWRITE KA-SATZ
003490         INVALID KEY
003500             DISPLAY "Kaderdatei nicht fortgeschrieben, "
003510                 "Status " KADER-STATUS
003520             GO TO 2300-MELDUNG-BERICHTIGEN-EXIT
003530     END-REWRITE
003540     DISPLAY "Meldung berichtigt.".
003550 2300-MELDUNG-BERICHTIGEN-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------
003590*  2400-MELDUNG-STREICHEN
003600*  Einen Rang aus der Meldung nehmen.  Die folgenden Raenge
003610*  behalten ihre Nummern, die Reihenfolge bleibt erhalten.
003620*----------------------------------------------------------------
003630 2400-MELDUNG-STREICHEN.
003640     PERFORM 2750-EINTRAG-AUFSUCHEN
003650         THRU 2750-EINTRAG-AUFSUCHEN-EXIT
003660     IF NOT EINTRAG-GEFUNDEN
003670         GO TO 2400-MELDUNG-STREICHEN-EXIT
003680     END-IF
003690     DISPLAY "Meldung wirklich streichen (J/N)?"
003700     ACCEPT ANTWORT
003710     INSPECT ANTWORT CONVERTING "jn" TO "JN"
003720     IF ANTWORT NOT = "J"
003730         DISPLAY "Nicht gestrichen."
003740         GO TO 2400-MELDUNG-STREICHEN-EXIT
003750     END-IF
003760     DELETE KADERDATEI
003770         INVALID KEY
003780             DISPLAY "Meldung nicht gestrichen, Status "
003790                 KADER-STATUS
003800             GO TO 2400-MELDUNG-STREICHEN-EXIT
003810     END-DELETE
003820     DISPLAY "Meldung gestrichen.".
003830 2400-MELDUNG-STREICHEN-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870*  2700-MANNSCHAFT-ERFRAGEN
003880*  Saison (Anfangsjahr) und Mannschaft; 0 = zurueck.
003890*----------------------------------------------------------------
003900 2700-MANNSCHAFT-ERFRAGEN.
003910     MOVE 0 TO MANNSCHAFT
003920     DISPLAY "Saison (Anfangsjahr JJJJ, z.B. 2026 fuer 2026/27, "
003930         "0 = zurueck):"
003940     ACCEPT SAISON
003950     IF SAISON = 0
003960         GO TO 2700-MANNSCHAFT-ERFRAGEN-EXIT
003970     END-IF
003980     DISPLAY "Mannschaft (01 = erste, 00 = zurueck):"
003990     ACCEPT MANNSCHAFT.
004000 2700-MANNSCHAFT-ERFRAGEN-EXIT.
004010     EXIT.
004020
004030 2710-ART-ERFRAGEN.
004040     DISPLAY "Stammspieler (S) oder Ersatzspieler (E)?"
004050     ACCEPT SPIELER-ART
004060     INSPECT SPIELER-ART CONVERTING "se" TO "SE"
004070     IF NOT SPIELER-ART-GUELTIG
004080         DISPLAY "Bitte S oder E eingeben."
004090     END-IF.
004100 2710-ART-ERFRAGEN-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------
004140*  2750-EINTRAG-AUFSUCHEN
004150*  Saison, Mannschaft und Rang erfragen und die Meldung lesen.
004160*----------------------------------------------------------------
004170 2750-EINTRAG-AUFSUCHEN.
004180     MOVE "N" TO SW-EINTRAG-GEFUNDEN
004190     PERFORM 2700-MANNSCHAFT-ERFRAGEN
004200         THRU 2700-MANNSCHAFT-ERFRAGEN-EXIT
004210     IF SAISON = 0 OR MANNSCHAFT = 0
004220         GO TO 2750-EINTRAG-AUFSUCHEN-EXIT
004230     END-IF
004240     DISPLAY "Rang (00 = zurueck):"
004250     ACCEPT RANG
004260     IF RANG = 0
004270         GO TO 2750-EINTRAG-AUFSUCHEN-EXIT
004280     END-IF
004290     MOVE SAISON TO KA-SAISON
004300     MOVE MANNSCHAFT TO KA-MANNSCHAFT
004310     MOVE RANG TO KA-RANG
004320     READ KADERDATEI
004330         INVALID KEY
004340             DISPLAY "Rang " RANG " ist in der " MANNSCHAFT
004350                 ". Mannschaft " SAISON " nicht gemeldet."
004360             GO TO 2750-EINTRAG-AUFSUCHEN-EXIT
004370     END-READ
004380     MOVE KA-SPIELER-ID TO SP-SPIELER-ID
004390     READ SPIELERDATEI
004400         INVALID KEY
004410             MOVE "(NICHT IN DER STAMMDATEI)" TO SP-NAME
004420     END-READ
004430     DISPLAY "Rang " KA-RANG ": " KA-SPIELER-ID " " SP-NAME
004440         " (" KA-ART ")"
004450     MOVE "J" TO SW-EINTRAG-GEFUNDEN.
004460 2750-EINTRAG-AUFSUCHEN-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------
004500*  2800-SPIELER-PRUEFEN
004510*  Spieler muss in der Stammdatei stehen und darf in dieser
004520*  Saison noch in keiner Mannschaft gemeldet sein.
004530*----------------------------------------------------------------
004540 2800-SPIELER-PRUEFEN.
004550     MOVE "N" TO SW-SPIELER-OK
004560     MOVE SPIELER-ID TO SP-SPIELER-ID
004570     READ SPIELERDATEI
004580         INVALID KEY
004590             DISPLAY "Spieler " SPIELER-ID " ist nicht in der "
004600                 "Stammdatei."
004610             GO TO 2800-SPIELER-PRUEFEN-EXIT
004620     END-READ
004630     MOVE SP-NAME TO SPIELER-NAME-ANZEIGE
004640     DISPLAY "Spieler: " SPIELER-NAME-ANZEIGE
004650     MOVE "N" TO SW-BEREITS-GEMELDET
004660     MOVE "N" TO SW-LISTEN-ENDE
004670     MOVE SAISON TO KA-SAISON
004680     MOVE 0 TO KA-MANNSCHAFT
004690     MOVE 0 TO KA-RANG
004700     START KADERDATEI KEY NOT < KA-SCHLUESSEL
004710         INVALID KEY
004720             MOVE "J" TO SW-LISTEN-ENDE
004730     END-START
004740     PERFORM 2810-SAISON-DURCHSUCHEN
004750         THRU 2810-SAISON-DURCHSUCHEN-EXIT
004760         UNTIL LISTEN-ENDE OR BEREITS-GEMELDET
004770     IF BEREITS-GEMELDET
004780         DISPLAY "Spieler ist fuer " SAISON " bereits als Rang "
004790             GEMELDET-RANG " der " GEMELDET-MANNSCHAFT
004800             ". Mannschaft gemeldet."
004810         GO TO 2800-SPIELER-PRUEFEN-EXIT
004820     END-IF
004830     MOVE "J" TO SW-SPIELER-OK.
004840 2800-SPIELER-PRUEFEN-EXIT.
004850     EXIT.
004860
004870 2810-SAISON-DURCHSUCHEN.
004880     READ KADERDATEI NEXT
004890         AT END
004900             MOVE "J" TO SW-LISTEN-ENDE
004910         NOT AT END
004920             IF KA-SAISON NOT = SAISON
004930                 MOVE "J" TO SW-LISTEN-ENDE
004940             ELSE
004950                 IF KA-SPIELER-ID = SPIELER-ID
004960                     MOVE KA-MANNSCHAFT TO GEMELDET-MANNSCHAFT
004970                     MOVE KA-RANG TO GEMELDET-RANG
004980                     MOVE "J" TO SW-BEREITS-GEMELDET
004990                 END-IF
005000             END-IF
005010     END-READ.
005020 2810-SAISON-DURCHSUCHEN-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060*  9999-ABSCHLUSS
005070*----------------------------------------------------------------
005080 9999-ABSCHLUSS.
005090     IF KADERDATEI-OFFEN
005100         CLOSE KADERDATEI
005110     END-IF
005120     IF SPIELERDATEI-OFFEN
005130         CLOSE SPIELERDATEI
005140     END-IF.
005150 9999-ABSCHLUSS-EXIT.
005160     EXIT.
