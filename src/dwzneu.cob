000270*  Partien ganz normal ueber DWZ bzw. DWZBATCH bewertet.
000280*----------------------------------------------------------------
000290*  AENDERUNGEN:
000291*  2026-08-09  AH  Neu angelegt fuer die Ersteinstufung unbe-
000292*                  werteter Spieler.
000293*  2026-08-09  AH  Durchschnittliche Gegner-DWZ wird fuer Bericht
000294*                  und Protokoll jetzt gerundet statt abge-
000295*                  schnitten dargestellt.
000296*  2026-08-09  AH  SCORE, SCORE-SUMME, GEGNER-SUMME, DURCHSCHNITT-
000297*                  GEGNER und ERST-DWZ-FLOAT von COMP-2 auf
000298*                  COMP-3 umgestellt (siehe DWZRATE).
000299*  2026-08-09  AH  BERICHT-STATUS/PROTOKOLL-STATUS werden nach
000300*                  dem Oeffnen jetzt geprueft (wie SPIELER-
000301*                  STATUS); eigene Oeffnen-Schalter dafuer.
000302*  2026-08-22  AH  Laufsperre (SPERRDATEI, siehe SPERRSAT) wird
000303*                  beim Start geprueft: solange ein Stapellauf
000304*                  die Stammdatei haelt, wird abgelehnt.
000305*  2026-09-02  AH  SP-LETZTE-BEWERTUNG (siehe SPIELER) wird bei
000306*                  der Ersteinstufung mitgesetzt.
000307*  2026-10-15  AH  Protokollsatz wird vor dem Fuellen geloescht,
000308*                  die Turnierfelder (AUDZEIL) bleiben leer.
000309*  2026-10-15  AH  Vereinszuordnung (SP-VEREIN-NR, siehe
000310*                  SPIELER) wird bei der Anlage erfragt und
000311*                  gegen die Vereinsdatei (VEREINSAT) geprueft.
000312*  2026-10-15  AH  Uhrzeit fuer das Protokoll als HHMMSS
000313*                  uebernehmen (bisher landeten Minuten,
000314*                  Sekunden und Hundertstel in AU-ZEIT).
000315*  2026-10-15  AH  Name, Alter und Verein im "E"-Eintrag
000316*                  (AU-STAMM-...) fuer die Wiederherstellung
000317*                  (DWZWIED).
000318*  2026-10-15  AH  Geburtsdatum (JJJJMMTT) statt Alter erfragen
000319*                  und in SP-GEBURTSDATUM bzw. im "E"-Eintrag
000320*                  in AU-STAMM-GEBDATUM ablegen.
000321*  2026-10-15  AH  Geburtsdatum: Tag wird gegen die Laenge des
000322*                  Monats geprueft (Februar mit Schaltjahr).
000323*================================================================
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000524     SELECT SPERRDATEI ASSIGN TO "SPERRDATEI"
000526         ORGANIZATION IS LINE SEQUENTIAL
000528         FILE STATUS IS SPERRE-STATUS.
000529
000529     SELECT VEREINSDATEI ASSIGN TO "VEREINSDATEI"
000529         ORGANIZATION IS INDEXED
000529         ACCESS MODE IS DYNAMIC
000529         RECORD KEY IS VE-VEREIN-NR
000529         FILE STATUS IS VEREIN-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000672
000674 FD  SPERRDATEI.
000676 COPY SPERRSAT.
000677
000678 FD  VEREINSDATEI.
000679 COPY VEREINSAT.
000680
000690 WORKING-STORAGE SECTION.
000700 01  SPIELER-ID                  PIC 9(06).
000710 01  SPIELER-NAME                PIC X(25).
000720 01  SPIELER-GEBDATUM.
000721     05  GEB-JAHR                PIC 9(04).
000722     05  GEB-MONAT               PIC 9(02).
000723     05  GEB-TAG                 PIC 9(02).
000725 01  SPIELER-VEREIN              PIC 9(02).
000730 01  ANZAHL-PARTIEN              PIC 9(02).
000740 01  RUNDE                       PIC 9(02).
000750 01  GEGNERZAHL                  PIC 9(04).
000820 01  ERST-DWZ                    PIC 9(04).
000830 01  GESAMT-PARTIEN               PIC 9(08) VALUE 0.
000840 01  AKTUELLES-DATUM             PIC 9(08).
000850 01  UHRZEIT-ROH.
000850     05  AKTUELLE-ZEIT           PIC 9(06).
000850     05  FILLER                  PIC 9(02).
000860
000870 01  SPIELER-STATUS              PIC X(02).
000880 01  BERICHT-STATUS              PIC X(02).
000890 01  PROTOKOLL-STATUS            PIC X(02).
000900 01  ZAEHLER-STATUS               PIC X(02).
000905 01  SPERRE-STATUS               PIC X(02).
000906 01  VEREIN-STATUS               PIC X(02).
000910
000911*  Tage je Monat (Februar ohne Schalttag, siehe 2110)
000912 01  MONATS-LAENGEN-WERTE        PIC X(24)
000913         VALUE "312831303130313130313031".
000914 01  MONATS-LAENGEN-TABELLE REDEFINES MONATS-LAENGEN-WERTE.
000915     05  MONATS-LAENGE           PIC 9(02) OCCURS 12 TIMES.
000916 01  MONATS-ENDE                 PIC 9(02).
000917 01  SCHALT-QUOTIENT             PIC 9(04).
000918 01  SCHALT-REST                 PIC 9(03).
000919
000920 01  SCHALTER-BEREICH.
000930     05  SW-DATEI-OFFEN          PIC X(01) VALUE "N".
000940         88  SPIELERDATEI-OFFEN  VALUE "J".
000960         88  SPIELER-IST-NEU     VALUE "J".
000963     05  SW-SPERRE-BELEGT        PIC X(01) VALUE "N".
000966         88  SPERRE-BELEGT       VALUE "J".
000967     05  SW-GEBDATUM-OK          PIC X(01) VALUE "N".
000968         88  GEBDATUM-OK         VALUE "J".
000967     05  SW-VEREINSDATEI-OFFEN   PIC X(01) VALUE "N".
000968         88  VEREINSDATEI-OFFEN  VALUE "J".
000969     05  SW-VEREIN-ERFASST       PIC X(01) VALUE "N".
000969         88  VEREIN-ERFASST      VALUE "J".
000970
000980 PROCEDURE DIVISION.
000990
001294         GO TO 1000-INITIALISIEREN-EXIT
001295     END-IF
001296     MOVE "J" TO SW-PROTOKOLLDATEI-OFFEN
001297     OPEN INPUT VEREINSDATEI
001298     IF VEREIN-STATUS = "00"
001298         MOVE "J" TO SW-VEREINSDATEI-OFFEN
001298     END-IF
001300     PERFORM 1100-ZAEHLER-LESEN THRU 1100-ZAEHLER-LESEN-EXIT
001310
001320     DISPLAY "Bitte gib die neue Spielernummer ein:"
001620
001630*----------------------------------------------------------------
001640*  2000-DATEN-ERFASSEN
001650*  Name und Geburtsdatum des neuen Spielers, dann Ergebnisse
001660*  gegen schon bewertete Gegner aus dem Qualifikationsturnier.
001670*----------------------------------------------------------------
001680 2000-DATEN-ERFASSEN.
001690     DISPLAY "Bitte gib den Namen des neuen Spielers ein:"
001700     ACCEPT SPIELER-NAME
001710
001715     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
001720     MOVE "N" TO SW-GEBDATUM-OK
001725     PERFORM 2100-GEBDATUM-ERFRAGEN
001730         THRU 2100-GEBDATUM-ERFRAGEN-EXIT UNTIL GEBDATUM-OK
001740
001741     MOVE "N" TO SW-VEREIN-ERFASST
001742     PERFORM 2150-VEREIN-ERFRAGEN THRU 2150-VEREIN-ERFRAGEN-EXIT
001743         UNTIL VEREIN-ERFASST
001744
001750     PERFORM 2200-ANZAHL-ERFRAGEN THRU 2200-ANZAHL-ERFRAGEN-EXIT
001760         UNTIL ANZAHL-PARTIEN > 0 AND ANZAHL-PARTIEN < 30
001770
001830 2000-DATEN-ERFASSEN-EXIT.
001840     EXIT.
001850
001852*----------------------------------------------------------------
001853*  2100-GEBDATUM-ERFRAGEN
001854*  Geburtsdatum als JJJJMMTT; Jahr ab 1900, Monat 01-12, Tag
001855*  01 bis Monatsende (siehe 2110) und nicht nach dem heutigen
001856*  Datum.
001857*----------------------------------------------------------------
001858 2100-GEBDATUM-ERFRAGEN.
001859     DISPLAY "Bitte gib das Geburtsdatum des Spielers ein "
001860         "(JJJJMMTT):"
001861     ACCEPT SPIELER-GEBDATUM
001862     IF SPIELER-GEBDATUM NOT NUMERIC
001863         DISPLAY "Bitte nur Ziffern eingeben (JJJJMMTT)."
001864         GO TO 2100-GEBDATUM-ERFRAGEN-EXIT
001865     END-IF
001866     IF GEB-JAHR < 1900
001867         OR GEB-MONAT < 1 OR GEB-MONAT > 12
001868         OR GEB-TAG < 1 OR GEB-TAG > 31
001869         OR SPIELER-GEBDATUM > AKTUELLES-DATUM
001870         DISPLAY "Bitte gib ein gueltiges Geburtsdatum ein "
001871             "(ab 1900, nicht nach heute)."
001872         GO TO 2100-GEBDATUM-ERFRAGEN-EXIT
001873     END-IF
001874     PERFORM 2110-MONATSENDE-BESTIMMEN
001875         THRU 2110-MONATSENDE-BESTIMMEN-EXIT
001876     IF GEB-TAG > MONATS-ENDE
001877         DISPLAY "Der Monat " GEB-MONAT "/" GEB-JAHR " hat nur "
001878             MONATS-ENDE " Tage - bitte neu eingeben."
001879         GO TO 2100-GEBDATUM-ERFRAGEN-EXIT
001880     END-IF
001881     MOVE "J" TO SW-GEBDATUM-OK.
001882 2100-GEBDATUM-ERFRAGEN-EXIT.
001883     EXIT.
001884
001885*----------------------------------------------------------------
001886*  2110-MONATSENDE-BESTIMMEN
001887*  Letzter Tag des Monats GEB-MONAT im Jahr GEB-JAHR nach
001888*  MONATS-ENDE.  Der Februar hat im Schaltjahr 29 Tage (Jahr
001889*  durch 4 teilbar, volle Jahrhunderte nur durch 400).
001890*----------------------------------------------------------------
001891 2110-MONATSENDE-BESTIMMEN.
001892     MOVE MONATS-LAENGE(GEB-MONAT) TO MONATS-ENDE
001893     IF GEB-MONAT NOT = 2
001894         GO TO 2110-MONATSENDE-BESTIMMEN-EXIT
001895     END-IF
001896     DIVIDE GEB-JAHR BY 4 GIVING SCHALT-QUOTIENT
001897         REMAINDER SCHALT-REST
001898     IF SCHALT-REST NOT = 0
001899         GO TO 2110-MONATSENDE-BESTIMMEN-EXIT
001900     END-IF
001901     DIVIDE GEB-JAHR BY 400 GIVING SCHALT-QUOTIENT
001902         REMAINDER SCHALT-REST
001903     IF SCHALT-REST = 0
001904         MOVE 29 TO MONATS-ENDE
001905         GO TO 2110-MONATSENDE-BESTIMMEN-EXIT
001906     END-IF
001907     DIVIDE GEB-JAHR BY 100 GIVING SCHALT-QUOTIENT
001908         REMAINDER SCHALT-REST
001909     IF SCHALT-REST NOT = 0
001910         MOVE 29 TO MONATS-ENDE
001911     END-IF.
001912 2110-MONATSENDE-BESTIMMEN-EXIT.
001913     EXIT.
001931
001932*----------------------------------------------------------------
001933*  2150-VEREIN-ERFRAGEN
001934*  Vereinsnummer aus der Vereinsdatei (DWZVERW); 00 = keinem
001935*  Verein zugeordnet.  Ohne Vereinsdatei bleibt nur 00 - die
001936*  Zuordnung ist dann spaeter ueber DWZWART nachzuholen.
001937*----------------------------------------------------------------
001938 2150-VEREIN-ERFRAGEN.
001939     IF NOT VEREINSDATEI-OFFEN
001940         DISPLAY "Vereinsdatei nicht verfuegbar - Spieler wird "
001941             "ohne Verein angelegt (Zuordnung ueber DWZWART)."
001942         MOVE 0 TO SPIELER-VEREIN
001943         MOVE "J" TO SW-VEREIN-ERFASST
001944         GO TO 2150-VEREIN-ERFRAGEN-EXIT
001945     END-IF
001946     DISPLAY "Bitte gib die Vereinsnummer ein (00 = ohne "
001947         "Verein):"
001948     ACCEPT SPIELER-VEREIN
001949     IF SPIELER-VEREIN = 0
001950         MOVE "J" TO SW-VEREIN-ERFASST
001951         GO TO 2150-VEREIN-ERFRAGEN-EXIT
001952     END-IF
001953     MOVE SPIELER-VEREIN TO VE-VEREIN-NR
001954     READ VEREINSDATEI
001955         INVALID KEY
001956             DISPLAY "Verein " SPIELER-VEREIN " ist nicht in der "
001957                 "Vereinsdatei angelegt."
001958         NOT INVALID KEY
001959             DISPLAY "Verein: " VE-NAME
001960             MOVE "J" TO SW-VEREIN-ERFASST
001961     END-READ.
001962 2150-VEREIN-ERFRAGEN-EXIT.
001963     EXIT.
001940
001950 2200-ANZAHL-ERFRAGEN.
001960     DISPLAY "Wie viele Partien umfasst das Qualifikations-"
002730*  ergaenzen, laufende Partienzahl erhoehen.
002740*----------------------------------------------------------------
002750 4000-ERGEBNISSE-SICHERN.
002755     MOVE SPACES TO SP-SATZ
002760     MOVE SPIELER-ID TO SP-SPIELER-ID
002770     MOVE SPIELER-NAME TO SP-NAME
002780     MOVE ERST-DWZ TO SP-DWZ
002790     MOVE SPIELER-GEBDATUM TO SP-GEBURTSDATUM
002800     MOVE ANZAHL-PARTIEN TO SP-SPIELE-GEZAEHLT
002802     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
002804     MOVE AKTUELLES-DATUM TO SP-LETZTE-BEWERTUNG
002806     MOVE SPIELER-VEREIN TO SP-VEREIN-NR
002810     WRITE SP-SATZ
002820         INVALID KEY
002830             DISPLAY "Stammdatei nicht fortgeschrieben, Status "
003100
003110 4200-PROTOKOLL-SCHREIBEN.
003120     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
003130     ACCEPT UHRZEIT-ROH FROM TIME
003140     MOVE SPACES TO AU-ZEILE
003140     MOVE AKTUELLES-DATUM TO AU-DATUM
003150     MOVE AKTUELLE-ZEIT TO AU-ZEIT
003160     MOVE SPIELER-ID TO AU-SPIELER-ID
003200     MOVE 0 TO AU-K-FAKTOR
003210     COMPUTE AU-ERWARTUNG ROUNDED = SCORE-SUMME / ANZAHL-PARTIEN
003220     MOVE ERST-DWZ TO AU-NEUE-DWZ
003222     MOVE SPIELER-NAME TO AU-STAMM-NAME
003224     MOVE SPIELER-GEBDATUM TO AU-STAMM-GEBDATUM
003226     MOVE SPIELER-VEREIN TO AU-STAMM-VEREIN
003230     WRITE AU-ZEILE.
003240 4200-PROTOKOLL-SCHREIBEN-EXIT.
003250     EXIT.
003436     END-IF
003438     IF PROTOKOLLDATEI-OFFEN
003439         CLOSE PROTOKOLLDATEI
003439     END-IF
003439     IF VEREINSDATEI-OFFEN
003439         CLOSE VEREINSDATEI
003439     END-IF.
003440 9999-ABSCHLUSS-EXIT.
003450     EXIT.
