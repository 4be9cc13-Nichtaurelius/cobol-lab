000190*  mutmasslichen Dubletten ab - Mitglieder, die nach einem
000200*  Schreibfehler ueber DWZNEU ein zweites Mal angelegt wurden
000210*  und seitdem zwei auseinanderlaufende DWZ fuehren.  Als
000220*  verdaechtig gilt ein Paar mit gleichem Geburtsjahr (aus
000225*  SP-GEBURTSDATUM; ein geschaetztes Datum traegt nur das
000227*  Jahr, darum wird nur das Jahr verglichen) und
000230*  gleichem oder fast gleichem SP-NAME (hoechstens zwei
000240*  abweichende Stellen; ein eingeschobener Buchstabe verschiebt
000250*  alles Folgende und wird von dieser einfachen Pruefung nicht
000414*                  seit auch fuer den Nachbarverein bewertet
000416*                  wird, liegt der Bestand ueber 2000 Spielern,
000417*                  und die Suche muss alle Paare erfassen.
000417*  2026-10-15  AH  Protokollsatz wird vor dem Fuellen geloescht,
000417*                  die Turnierfelder (AUDZEIL) bleiben leer.
000420*  2026-10-15  AH  Uhrzeit fuer das Protokoll als HHMMSS
000420*                  uebernehmen (bisher landeten Minuten,
000420*                  Sekunden und Hundertstel in AU-ZEIT).
000420*  2026-10-15  AH  Verweisname im "N"-Eintrag (AU-STAMM-NAME)
000420*                  fuer die Wiederherstellung (DWZWIED).
000421*  2026-10-15  AH  Vergleich ueber das Geburtsjahr statt ueber
000422*                  SP-ALTER.
000422*================================================================
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000870 01  BLEIBT-NUMMER               PIC 9(06).
000880 01  ANTWORT                     PIC X(01).
000890 01  AKTUELLES-DATUM             PIC 9(08).
000900 01  UHRZEIT-ROH.
000900     05  AKTUELLE-ZEIT           PIC 9(06).
000900     05  FILLER                  PIC 9(02).
000910
000920*  Name A/B fuer den stellenweisen Vergleich
000930 01  NAME-A.
001090         10  TB-SPIELER-ID       PIC 9(06).
001100         10  TB-NAME             PIC X(25).
001110         10  TB-DWZ              PIC 9(04).
001120         10  TB-GEBJAHR          PIC X(04).
001130         10  TB-SPIELE           PIC 9(04).
001140         10  TB-AUSSER           PIC X(01).
001150
002170                         TO TB-SPIELER-ID(SPIELER-ANZAHL)
002180                     MOVE SP-NAME TO TB-NAME(SPIELER-ANZAHL)
002190                     MOVE SP-DWZ TO TB-DWZ(SPIELER-ANZAHL)
002200                     MOVE SP-GEBURTSDATUM(1:4)
002205                         TO TB-GEBJAHR(SPIELER-ANZAHL)
002210                     MOVE SP-SPIELE-GEZAEHLT
002220                         TO TB-SPIELE(SPIELER-ANZAHL)
002230                     MOVE "N" TO TB-AUSSER(SPIELER-ANZAHL)
002490
002500 2100-PAAR-VERGLEICHEN.
002510     IF TB-AUSSER(B-IDX) = "N"
002520             AND TB-GEBJAHR(A-IDX) = TB-GEBJAHR(B-IDX)
002530         PERFORM 2200-NAMEN-VERGLEICHEN
002540             THRU 2200-NAMEN-VERGLEICHEN-EXIT
002550         IF NAMEN-AEHNLICH
004160         GO TO 3300-PROTOKOLL-BELEGEN-EXIT
004170     END-IF
004180     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
004190     ACCEPT UHRZEIT-ROH FROM TIME
004200
004210     MOVE SPACES TO AU-ZEILE
004210     MOVE AKTUELLES-DATUM TO AU-DATUM
004220     MOVE AKTUELLE-ZEIT TO AU-ZEIT
004230     MOVE TB-SPIELER-ID(BLEIBT-IDX) TO AU-SPIELER-ID
004290     MOVE TB-DWZ(BLEIBT-IDX) TO AU-NEUE-DWZ
004300     WRITE AU-ZEILE
004310
004320     MOVE SPACES TO AU-ZEILE
004320     MOVE AKTUELLES-DATUM TO AU-DATUM
004330     MOVE AKTUELLE-ZEIT TO AU-ZEIT
004340     MOVE TB-SPIELER-ID(WEICHT-IDX) TO AU-SPIELER-ID
004380     MOVE 0 TO AU-K-FAKTOR
004390     MOVE 0 TO AU-ERWARTUNG
004400     MOVE TB-DWZ(WEICHT-IDX) TO AU-NEUE-DWZ
004405     MOVE VERWEIS-NAME TO AU-STAMM-NAME
004410     WRITE AU-ZEILE
004420
004430     MOVE "G" TO AU-ERGEBNIS
004435     MOVE SPACES TO AU-STAMM-NAME
004440     WRITE AU-ZEILE
004450     CLOSE PROTOKOLLDATEI.
004460 3300-PROTOKOLL-BELEGEN-EXIT.
