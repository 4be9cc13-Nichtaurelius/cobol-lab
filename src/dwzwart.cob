000160 DATE-COMPILED. 2026-08-22.
000170*----------------------------------------------------------------
000180*  DWZWART pflegt die Spieler-Stammdatei (SPIELERDATEI) nach der
000190*  Anlage durch DWZNEU:  Namens- und Geburtsdatumskorrekturen,
000200*  Sperrung und Freigabe von Spielern (gesperrte Spieler werden
000210*  von DWZ und DWZBATCH nicht mehr bewertet, siehe SP-STATUS in
000220*  SPIELER) und Vereinszuordnung.  Die Pruefliste (Funktion 7)
000230*  zeigt alle Spieler, deren Geburtsdatum bei der Umstellung
000240*  vom Alter nur geschaetzt wurde (SP-GEBDAT-KENNZ "G"); mit
000250*  der Berichtigung (Funktion 2) entfaellt das Kennzeichen.
000260*
000270*  Jede Aenderung wird wie eine Bewertung im Bewertungs-Protokoll
000280*  (PROTOKOLLDATEI) festgehalten (Pflege-Codes siehe AUDZEIL),
000290*  damit der Stand der Stammdatei bei Einspruechen lueckenlos
000300*  belegbar bleibt.
000310*----------------------------------------------------------------
000312*  AENDERUNGEN:
000314*  2026-08-22  AH  Neu angelegt fuer die Stammdaten-Pflege
000316*                  (bisher gab es nach DWZNEU keinen gestuetzten
000318*                  Weg, einen Spielersatz zu aendern).
000320*  2026-08-22  AH  Laufsperre (SPERRDATEI, siehe SPERRSAT) wird
000322*                  beim Start geprueft: solange ein Stapellauf
000324*                  die Stammdatei haelt, wird abgelehnt.
000326*  2026-10-15  AH  Protokollsatz wird vor dem Fuellen geloescht,
000328*                  die Turnierfelder (AUDZEIL) bleiben leer.
000330*  2026-10-15  AH  Funktion 6 "Verein zuordnen": SP-VEREIN-NR
000332*                  (siehe SPIELER) gegen die Vereinsdatei
000334*                  (VEREINSAT) setzen, Protokoll-Code "U".
000336*  2026-10-15  AH  Uhrzeit fuer das Protokoll als HHMMSS
000338*                  uebernehmen (bisher landeten Minuten,
000340*                  Sekunden und Hundertstel in AU-ZEIT).
000342*  2026-10-15  AH  Neuer Name im "N"-Eintrag (AU-STAMM-NAME)
000344*                  fuer die Wiederherstellung (DWZWIED).
000346*  2026-10-15  AH  Geburtsdatum statt Alter: Funktion 2 be-
000348*                  richtigt SP-GEBURTSDATUM (Protokoll "A" mit
000350*                  AU-STAMM-GEBDATUM), neue Funktion 7 Pruef-
000352*                  liste geschaetzter Geburtsdaten.  Der Jahres-
000354*                  wechsel (Funktion 3, Code "J") entfaellt, das
000356*                  Alter wird jetzt zum Ereignisdatum abgeleitet.
000358*  2026-10-15  AH  Funktion 6: 00 nimmt die Vereinszuordnung
000360*                  nach Rueckfrage zurueck (vereinslos).
000361*  2026-10-15  AH  Funktion 2: Tag wird gegen die Laenge des
000362*                  Monats geprueft (Februar mit Schaltjahr).
000364*================================================================
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000460     SELECT PROTOKOLLDATEI ASSIGN TO "PROTOKOLLDATEI"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PROTOKOLL-STATUS.
000481
000482     SELECT SPERRDATEI ASSIGN TO "SPERRDATEI"
000483         ORGANIZATION IS LINE SEQUENTIAL
000484         FILE STATUS IS SPERRE-STATUS.
000485
000486     SELECT VEREINSDATEI ASSIGN TO "VEREINSDATEI"
000487         ORGANIZATION IS INDEXED
000488         ACCESS MODE IS DYNAMIC
000489         RECORD KEY IS VE-VEREIN-NR
000490         FILE STATUS IS VEREIN-STATUS.
000491
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SPIELERDATEI.
000562
000564 FD  SPERRDATEI.
000566 COPY SPERRSAT.
000567
000568 FD  VEREINSDATEI.
000569 COPY VEREINSAT.
000570
000580 WORKING-STORAGE SECTION.
000590 01  SPIELER-STATUS              PIC X(02).
000600 01  PROTOKOLL-STATUS            PIC X(02).
000605 01  SPERRE-STATUS               PIC X(02).
000606 01  VEREIN-STATUS               PIC X(02).
000610
000620 01  FUNKTION                    PIC X(01).
000630 01  SPIELER-ID                  PIC 9(06).
000640 01  NEUER-NAME                  PIC X(25).
000650 01  NEUES-GEBDATUM.
000651     05  GEB-JAHR                PIC 9(04).
000652     05  GEB-MONAT               PIC 9(02).
000653     05  GEB-TAG                 PIC 9(02).
000660 01  ANTWORT                     PIC X(01).
000665 01  NEUER-VEREIN                PIC 9(02).
000670 01  PROTOKOLL-CODE              PIC X(01).
000680 01  PROTOKOLL-ZUSATZ            PIC 9(04).
000690 01  PRUEF-ZAEHLER               PIC 9(04).
000700 01  AKTUELLES-DATUM             PIC 9(08).
000704 01  UHRZEIT-ROH.
000708     05  AKTUELLE-ZEIT           PIC 9(06).
000712     05  FILLER                  PIC 9(02).
000720
000721*  Tage je Monat (Februar ohne Schalttag, siehe 2215)
000722 01  MONATS-LAENGEN-WERTE        PIC X(24)
000723         VALUE "312831303130313130313031".
000724 01  MONATS-LAENGEN-TABELLE REDEFINES MONATS-LAENGEN-WERTE.
000725     05  MONATS-LAENGE           PIC 9(02) OCCURS 12 TIMES.
000726 01  MONATS-ENDE                 PIC 9(02).
000727 01  SCHALT-QUOTIENT             PIC 9(04).
000728 01  SCHALT-REST                 PIC 9(03).
000729
000730 01  SCHALTER-BEREICH.
000740     05  SW-ENDE-GEWAEHLT        PIC X(01) VALUE "N".
000750         88  ENDE-GEWAEHLT       VALUE "J".
000790         88  SPIELERDATEI-OFFEN  VALUE "J".
000800     05  SW-PROTOKOLLDATEI-OFFEN PIC X(01) VALUE "N".
000810         88  PROTOKOLLDATEI-OFFEN VALUE "J".
000821     05  SW-LISTE-ENDE           PIC X(01) VALUE "N".
000822         88  LISTE-ENDE          VALUE "J".
000823     05  SW-SPERRE-BELEGT        PIC X(01) VALUE "N".
000824         88  SPERRE-BELEGT       VALUE "J".
000825     05  SW-VEREINSDATEI-OFFEN   PIC X(01) VALUE "N".
000826         88  VEREINSDATEI-OFFEN  VALUE "J".
000827     05  SW-VEREIN-GEFUNDEN      PIC X(01) VALUE "N".
000828         88  VEREIN-GEFUNDEN     VALUE "J".
000829     05  SW-EINGABE-ENDE         PIC X(01) VALUE "N".
000830         88  EINGABE-ENDE        VALUE "J".
000831     05  SW-GEBDATUM-OK          PIC X(01) VALUE "N".
000832         88  GEBDATUM-OK         VALUE "J".
000840
000850 PROCEDURE DIVISION.
000860
001140             PROTOKOLL-STATUS
001150         GO TO 1000-INITIALISIEREN-EXIT
001160     END-IF
001162     MOVE "J" TO SW-PROTOKOLLDATEI-OFFEN
001164     OPEN INPUT VEREINSDATEI
001166     IF VEREIN-STATUS = "00"
001168         MOVE "J" TO SW-VEREINSDATEI-OFFEN
001170     ELSE
001172         DISPLAY "Vereinsdatei nicht geoeffnet, Status "
001174             VEREIN-STATUS " - keine Vereinszuordnung moeglich."
001176     END-IF.
001180 1000-INITIALISIEREN-EXIT.
001190     EXIT.
001191*----------------------------------------------------------------
001260     DISPLAY " "
001270     DISPLAY "Stammdaten-Pflege - bitte Funktion waehlen:"
001280     DISPLAY "  1 = Name korrigieren"
001290     DISPLAY "  2 = Geburtsdatum berichtigen"
001310     DISPLAY "  4 = Spieler sperren"
001320     DISPLAY "  5 = Spieler freigeben"
001325     DISPLAY "  6 = Verein zuordnen"
001327     DISPLAY "  7 = Pruefliste geschaetzter Geburtsdaten"
001330     DISPLAY "  0 = Ende"
001340     ACCEPT FUNKTION
001350     EVALUATE FUNKTION
001370             PERFORM 2100-NAME-KORRIGIEREN
001380                 THRU 2100-NAME-KORRIGIEREN-EXIT
001390         WHEN "2"
001400             PERFORM 2200-GEBDATUM-BERICHTIGEN
001410                 THRU 2200-GEBDATUM-BERICHTIGEN-EXIT
001450         WHEN "4"
001460             PERFORM 2400-SPIELER-SPERREN
001470                 THRU 2400-SPIELER-SPERREN-EXIT
001480         WHEN "5"
001490             PERFORM 2500-SPIELER-FREIGEBEN
001500                 THRU 2500-SPIELER-FREIGEBEN-EXIT
001502         WHEN "6"
001504             PERFORM 2550-VEREIN-ZUORDNEN
001506                 THRU 2550-VEREIN-ZUORDNEN-EXIT
001507         WHEN "7"
001508             PERFORM 2300-PRUEFLISTE THRU 2300-PRUEFLISTE-EXIT
001510         WHEN "0"
001520             MOVE "J" TO SW-ENDE-GEWAEHLT
001530         WHEN OTHER
001840     EXIT.
001850
001860*----------------------------------------------------------------
001870*  2200-GEBDATUM-BERICHTIGEN
001872*  Geburtsdatum setzen oder berichtigen; ein geschaetztes Datum
001874*  (SP-GEBDAT-KENNZ "G") gilt danach als geprueft, auch wenn es
001876*  unveraendert bestaetigt wird.  Im Protokoll ("A") steht das
001878*  neue Datum in AU-STAMM-GEBDATUM.
001880*----------------------------------------------------------------
001890 2200-GEBDATUM-BERICHTIGEN.
001900     PERFORM 2600-SPIELER-AUFSUCHEN
001910         THRU 2600-SPIELER-AUFSUCHEN-EXIT
001920     IF NOT SPIELER-GEFUNDEN
001930         GO TO 2200-GEBDATUM-BERICHTIGEN-EXIT
001940     END-IF
001942     IF SP-GEBURTSDATUM IS NUMERIC AND SP-GEBURTSDATUM > 0
001944         IF SP-GEBDAT-GESCHAETZT
001946             DISPLAY "Bisheriges Geburtsdatum: " SP-GEBURTSDATUM
001948                 " (geschaetzt)"
001950         ELSE
001952             DISPLAY "Bisheriges Geburtsdatum: " SP-GEBURTSDATUM
001954         END-IF
001956     ELSE
001958         DISPLAY "Bisher kein Geburtsdatum erfasst."
001960     END-IF
001962     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
001964     MOVE "N" TO SW-GEBDATUM-OK
001966     MOVE "N" TO SW-EINGABE-ENDE
001970     PERFORM 2210-GEBDATUM-ERFRAGEN
001975         THRU 2210-GEBDATUM-ERFRAGEN-EXIT UNTIL EINGABE-ENDE
001977     IF NOT GEBDATUM-OK
001979         DISPLAY "Geburtsdatum bleibt unveraendert."
001981         GO TO 2200-GEBDATUM-BERICHTIGEN-EXIT
001983     END-IF
001985     IF SP-GEBURTSDATUM = NEUES-GEBDATUM
001987         AND NOT SP-GEBDAT-GESCHAETZT
001989         DISPLAY "Geburtsdatum ist bereits so erfasst."
001991         GO TO 2200-GEBDATUM-BERICHTIGEN-EXIT
001993     END-IF
001995     MOVE NEUES-GEBDATUM TO SP-GEBURTSDATUM
001997     MOVE SPACE TO SP-GEBDAT-KENNZ
002000     PERFORM 2700-STAMMSATZ-SCHREIBEN
002010         THRU 2700-STAMMSATZ-SCHREIBEN-EXIT
002020     MOVE "A" TO PROTOKOLL-CODE
002030     MOVE 0 TO PROTOKOLL-ZUSATZ
002040     PERFORM 2800-PROTOKOLL-SCHREIBEN
002050         THRU 2800-PROTOKOLL-SCHREIBEN-EXIT
002060     DISPLAY "Geburtsdatum geaendert.".
002070 2200-GEBDATUM-BERICHTIGEN-EXIT.
002080     EXIT.
002090
002100 2210-GEBDATUM-ERFRAGEN.
002101     DISPLAY "Bitte gib das Geburtsdatum ein (JJJJMMTT, "
002102         "00000000 = abbrechen):"
002103     ACCEPT NEUES-GEBDATUM
002104     IF NEUES-GEBDATUM NOT NUMERIC
002105         DISPLAY "Bitte nur Ziffern eingeben (JJJJMMTT)."
002106         GO TO 2210-GEBDATUM-ERFRAGEN-EXIT
002107     END-IF
002108     IF NEUES-GEBDATUM = ZEROS
002109         MOVE "J" TO SW-EINGABE-ENDE
002110         GO TO 2210-GEBDATUM-ERFRAGEN-EXIT
002111     END-IF
002112     IF GEB-JAHR < 1900
002113         OR GEB-MONAT < 1 OR GEB-MONAT > 12
002114         OR GEB-TAG < 1 OR GEB-TAG > 31
002115         OR NEUES-GEBDATUM > AKTUELLES-DATUM
002116         DISPLAY "Bitte gib ein gueltiges Geburtsdatum ein "
002117             "(ab 1900, nicht nach heute)."
002118         GO TO 2210-GEBDATUM-ERFRAGEN-EXIT
002119     END-IF
002120     PERFORM 2215-MONATSENDE-BESTIMMEN
002121         THRU 2215-MONATSENDE-BESTIMMEN-EXIT
002122     IF GEB-TAG > MONATS-ENDE
002123         DISPLAY "Der Monat " GEB-MONAT "/" GEB-JAHR " hat nur "
002124             MONATS-ENDE " Tage - bitte neu eingeben."
002125         GO TO 2210-GEBDATUM-ERFRAGEN-EXIT
002126     END-IF
002127     MOVE "J" TO SW-GEBDATUM-OK
002128     MOVE "J" TO SW-EINGABE-ENDE.
002129 2210-GEBDATUM-ERFRAGEN-EXIT.
002130     EXIT.
002131
002132*----------------------------------------------------------------
002133*  2215-MONATSENDE-BESTIMMEN
002134*  Letzter Tag des Monats GEB-MONAT im Jahr GEB-JAHR nach
002135*  MONATS-ENDE.  Der Februar hat im Schaltjahr 29 Tage (Jahr
002136*  durch 4 teilbar, volle Jahrhunderte nur durch 400).
002137*----------------------------------------------------------------
002138 2215-MONATSENDE-BESTIMMEN.
002139     MOVE MONATS-LAENGE(GEB-MONAT) TO MONATS-ENDE
002140     IF GEB-MONAT NOT = 2
002141         GO TO 2215-MONATSENDE-BESTIMMEN-EXIT
002142     END-IF
002143     DIVIDE GEB-JAHR BY 4 GIVING SCHALT-QUOTIENT
002144         REMAINDER SCHALT-REST
002145     IF SCHALT-REST NOT = 0
002146         GO TO 2215-MONATSENDE-BESTIMMEN-EXIT
002147     END-IF
002148     DIVIDE GEB-JAHR BY 400 GIVING SCHALT-QUOTIENT
002149         REMAINDER SCHALT-REST
002150     IF SCHALT-REST = 0
002151         MOVE 29 TO MONATS-ENDE
002152         GO TO 2215-MONATSENDE-BESTIMMEN-EXIT
002153     END-IF
002154     DIVIDE GEB-JAHR BY 100 GIVING SCHALT-QUOTIENT
002155         REMAINDER SCHALT-REST
002156     IF SCHALT-REST NOT = 0
002157         MOVE 29 TO MONATS-ENDE
002158     END-IF.
002159 2215-MONATSENDE-BESTIMMEN-EXIT.
002160     EXIT.
002180
002190*----------------------------------------------------------------
002200*  2300-PRUEFLISTE
002210*  Alle Spieler mit geschaetztem Geburtsdatum (SP-GEBDAT-KENNZ
002220*  "G", bei der Umstellung aus dem Alter abgeleitet) am
002230*  Bildschirm zeigen, damit sie ueber Funktion 2 berichtigt
002232*  werden koennen.
002234*----------------------------------------------------------------
002240 2300-PRUEFLISTE.
002330     MOVE 0 TO PRUEF-ZAEHLER
002340     MOVE "N" TO SW-LISTE-ENDE
002350     MOVE 0 TO SP-SPIELER-ID
002360     START SPIELERDATEI KEY NOT < SP-SPIELER-ID
002370         INVALID KEY
002380             MOVE "J" TO SW-LISTE-ENDE
002390     END-START
002400     PERFORM 2310-PRUEFSATZ-ZEIGEN
002410         THRU 2310-PRUEFSATZ-ZEIGEN-EXIT
002420         UNTIL LISTE-ENDE
002430     DISPLAY PRUEF-ZAEHLER " Spieler mit geschaetztem "
002440         "Geburtsdatum.".
002450 2300-PRUEFLISTE-EXIT.
002460     EXIT.
002470
002480 2310-PRUEFSATZ-ZEIGEN.
002490     READ SPIELERDATEI NEXT
002500         AT END
002510             MOVE "J" TO SW-LISTE-ENDE
002520         NOT AT END
002530             IF SP-GEBDAT-GESCHAETZT
002540                 DISPLAY SP-SPIELER-ID " " SP-NAME " "
002550                     SP-GEBURTSDATUM
002600                 ADD 1 TO PRUEF-ZAEHLER
002605             END-IF
002610     END-READ.
002620 2310-PRUEFSATZ-ZEIGEN-EXIT.
002630     EXIT.
002640
002650*----------------------------------------------------------------
003120     EXIT.
003130
003140*----------------------------------------------------------------
003150*  2550-VEREIN-ZUORDNEN
003160*  Vereinsnummer setzen oder aendern (Ummeldung); der Verein
003170*  muss in der Vereinsdatei angelegt sein (DWZVERW).  00 nimmt
003180*  nach Rueckfrage die Zuordnung zurueck (vereinslos, wie in
003190*  DWZNEU).  Im Protokoll steht in AU-GEGNERZAHL die neue
003200*  Vereinsnummer (0 = vereinslos).
003210*----------------------------------------------------------------
003220 2550-VEREIN-ZUORDNEN.
003230     IF NOT VEREINSDATEI-OFFEN
003240         DISPLAY "Vereinsdatei nicht verfuegbar - bitte zuerst "
003250             "mit DWZVERW anlegen."
003260         GO TO 2550-VEREIN-ZUORDNEN-EXIT
003270     END-IF
003280     PERFORM 2600-SPIELER-AUFSUCHEN
003290         THRU 2600-SPIELER-AUFSUCHEN-EXIT
003300     IF NOT SPIELER-GEFUNDEN
003310         GO TO 2550-VEREIN-ZUORDNEN-EXIT
003320     END-IF
003330     IF SP-VEREIN-NR IS NUMERIC AND SP-VEREIN-NR > 0
003340         DISPLAY "Bisheriger Verein: " SP-VEREIN-NR
003350     ELSE
003360         DISPLAY "Bisher keinem Verein zugeordnet."
003370     END-IF
003380     MOVE "N" TO SW-VEREIN-GEFUNDEN
003390     MOVE "N" TO SW-EINGABE-ENDE
003400     PERFORM 2560-VEREIN-ERFRAGEN THRU 2560-VEREIN-ERFRAGEN-EXIT
003410         UNTIL EINGABE-ENDE
003420     IF NOT VEREIN-GEFUNDEN
003430         DISPLAY "Zuordnung bleibt unveraendert."
003440         GO TO 2550-VEREIN-ZUORDNEN-EXIT
003450     END-IF
003460     IF NEUER-VEREIN = 0
003470         IF SP-VEREIN-NR NOT NUMERIC OR SP-VEREIN-NR = 0
003480             DISPLAY "Spieler ist bereits keinem Verein "
003490                 "zugeordnet."
003500             GO TO 2550-VEREIN-ZUORDNEN-EXIT
003510         END-IF
003520     END-IF
003530     IF SP-VEREIN-NR IS NUMERIC
003540         IF SP-VEREIN-NR = NEUER-VEREIN
003550             DISPLAY "Spieler ist bereits diesem Verein "
003560                 "zugeordnet."
003570             GO TO 2550-VEREIN-ZUORDNEN-EXIT
003580         END-IF
003590     END-IF
003600     MOVE NEUER-VEREIN TO SP-VEREIN-NR
003610     PERFORM 2700-STAMMSATZ-SCHREIBEN
003620         THRU 2700-STAMMSATZ-SCHREIBEN-EXIT
003630     MOVE "U" TO PROTOKOLL-CODE
003640     MOVE NEUER-VEREIN TO PROTOKOLL-ZUSATZ
003650     PERFORM 2800-PROTOKOLL-SCHREIBEN
003660         THRU 2800-PROTOKOLL-SCHREIBEN-EXIT
003670     IF NEUER-VEREIN = 0
003680         DISPLAY "Spieler " SP-SPIELER-ID " ist jetzt keinem "
003690             "Verein mehr zugeordnet."
003700     ELSE
003710         DISPLAY "Spieler " SP-SPIELER-ID " dem Verein "
003720             NEUER-VEREIN " (" VE-NAME ") zugeordnet."
003730     END-IF.
003740 2550-VEREIN-ZUORDNEN-EXIT.
003750     EXIT.
003760
003770 2560-VEREIN-ERFRAGEN.
003780     DISPLAY "Neue Vereinsnummer (00 = keinem Verein zuordnen):"
003790     ACCEPT NEUER-VEREIN
003800     IF NEUER-VEREIN = 0
003810         DISPLAY "Vereinszuordnung loeschen (J/N)?"
003820         ACCEPT ANTWORT
003830         INSPECT ANTWORT CONVERTING "jn" TO "JN"
003840         IF ANTWORT = "J"
003850             MOVE "J" TO SW-VEREIN-GEFUNDEN
003860         END-IF
003870         MOVE "J" TO SW-EINGABE-ENDE
003880         GO TO 2560-VEREIN-ERFRAGEN-EXIT
003890     END-IF
003900     MOVE NEUER-VEREIN TO VE-VEREIN-NR
003910     READ VEREINSDATEI
003920         INVALID KEY
003930             DISPLAY "Verein " NEUER-VEREIN " ist nicht in der "
003940                 "Vereinsdatei angelegt."
003950         NOT INVALID KEY
003960             MOVE "J" TO SW-VEREIN-GEFUNDEN
003970             MOVE "J" TO SW-EINGABE-ENDE
003980     END-READ.
003990 2560-VEREIN-ERFRAGEN-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030*  2600-SPIELER-AUFSUCHEN
004040*----------------------------------------------------------------
004050 2600-SPIELER-AUFSUCHEN.
004060     MOVE "N" TO SW-SPIELER-GEFUNDEN
004070     DISPLAY "Bitte gib die Spielernummer ein:"
004080     ACCEPT SPIELER-ID
004090     MOVE SPIELER-ID TO SP-SPIELER-ID
004100     READ SPIELERDATEI
004110         INVALID KEY
004120             DISPLAY "Spieler " SPIELER-ID " ist nicht in der "
004130                 "Spielerdatei bekannt."
004140         NOT INVALID KEY
004150             MOVE "J" TO SW-SPIELER-GEFUNDEN
004160             DISPLAY "Gefunden: " SP-NAME " (DWZ " SP-DWZ ")"
004170     END-READ.
004180 2600-SPIELER-AUFSUCHEN-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------
004220*  2700-STAMMSATZ-SCHREIBEN
004230*----------------------------------------------------------------
004240 2700-STAMMSATZ-SCHREIBEN.
004250     REWRITE SP-SATZ
004260         INVALID KEY
004270             DISPLAY "Stammdatei nicht fortgeschrieben, Status "
004280                 SPIELER-STATUS
004290     END-REWRITE.
004300 2700-STAMMSATZ-SCHREIBEN-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------
004340*  2800-PROTOKOLL-SCHREIBEN
004350*  Pflege-Eintrag im Bewertungs-Protokoll (Codes siehe AUDZEIL):
004360*  DWZ bleibt unveraendert und steht in alter wie neuer Spalte,
004370*  damit die DWZ-Kette des Spielers geschlossen bleibt.
004380*----------------------------------------------------------------
004390 2800-PROTOKOLL-SCHREIBEN.
004400     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
004410     ACCEPT UHRZEIT-ROH FROM TIME
004420     MOVE SPACES TO AU-ZEILE
004430     MOVE AKTUELLES-DATUM TO AU-DATUM
004440     MOVE AKTUELLE-ZEIT TO AU-ZEIT
004450     MOVE SP-SPIELER-ID TO AU-SPIELER-ID
004460     MOVE SP-DWZ TO AU-BENUTZERZAHL
004470     MOVE PROTOKOLL-ZUSATZ TO AU-GEGNERZAHL
004480     MOVE PROTOKOLL-CODE TO AU-ERGEBNIS
004490     MOVE 0 TO AU-K-FAKTOR
004500     MOVE 0 TO AU-ERWARTUNG
004510     MOVE SP-DWZ TO AU-NEUE-DWZ
004520     IF PROTOKOLL-CODE = "N"
004530         MOVE SP-NAME TO AU-STAMM-NAME
004540     END-IF
004550     IF PROTOKOLL-CODE = "A"
004560         MOVE SP-GEBURTSDATUM TO AU-STAMM-GEBDATUM
004570     END-IF
004580     WRITE AU-ZEILE.
004590 2800-PROTOKOLL-SCHREIBEN-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------------
004630*  9999-ABSCHLUSS
004640*----------------------------------------------------------------
004650 9999-ABSCHLUSS.
004660     IF SPIELERDATEI-OFFEN
004670         CLOSE SPIELERDATEI
004680     END-IF
004690     IF PROTOKOLLDATEI-OFFEN
004700         CLOSE PROTOKOLLDATEI
004710     END-IF
004720     IF VEREINSDATEI-OFFEN
004730         CLOSE VEREINSDATEI
004740     END-IF.
004750 9999-ABSCHLUSS-EXIT.
004760     EXIT.
