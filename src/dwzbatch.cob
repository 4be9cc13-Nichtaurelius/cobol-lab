000250*  mit nur einer Runde wie eine einzelne Partie behandelt und ein
000260*  Satz mit mehreren Runden wie ein ganzes Turnier).
000270*
000280*  Eigene DWZ, Geburtsdatum (daraus das Alter zum Turnierdatum)
000285*  und Anzahl gezaehlter Partien werden aus der
000290*  Spieler-Stammdatei (SPIELERDATEI) gelesen, nicht erfragt - ein
000300*  Stapellauf kann niemanden am Bildschirm fragen.  Spieler, die
000310*  nicht in der Stammdatei stehen, werden mit einer Meldung
000524*                  ohne Meldung, RETURN-CODE und Journal
000526*                  uebergangen; abgewiesen werden nur unbekannte
000527*                  und stornierte Turniere.
000528*  2026-10-15  AH  Kampflose Partien ("+"/"-") und Freilose
000529*                  ("F", siehe SPIELSAT) sind nach der Wertungs-
000530*                  ordnung nicht DWZ-wirksam: sie werden ohne
000531*                  Meldung und RETURN-CODE uebergangen (die
000532*                  Rundenfolge schreiben sie fort), gehen nicht
000533*                  ins Protokoll ein, vermerken ihr Turnier nicht
000533*                  fuer den Abschluss (3600-TURNIER-VERMERKEN)
000534*                  und werden am Laufende gezaehlt angezeigt.
000535*  2026-10-15  AH  Protokolleintraege tragen jetzt Turnier-
000536*                  kennung, Punkte und durchschnittliche
000537*                  Gegner-DWZ (siehe AUDZEIL) - Grundlage des
000538*                  Auswertungsbogens (DWZAUSW).
000443*  2026-10-15  AH  Uhrzeit fuer das Protokoll als HHMMSS
000443*                  uebernehmen (bisher landeten Minuten,
000443*                  Sekunden und Hundertstel in AU-ZEIT).
000444*  2026-10-15  AH  DWZKFAK erhaelt Geburtsdatum und Turnier-
000445*                  datum (TU-DATUM) statt SP-ALTER: das Alter
000446*                  wird zum Tag des Turniers abgeleitet, auch
000447*                  fuer die Gegnerseite interner Partien.
000448*  2026-10-15  AH  Meldedatei entfernt: sie wurde je Lauf neu
000448*                  geschrieben, so dass ein vor dem Versand
000448*                  bewerteter Abend ueberschrieben wurde.  Das
000448*                  Versandpaket fuer alle Turniere auf "B"
000449*                  erstellt jetzt der Meldelauf DWZMELD aus dem
000449*                  Protokoll; hier wird nur noch das Turnier
000449*                  auf "B" gesetzt.
000449*================================================================
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS ZAEHLER-STATUS.
000722
000731     SELECT SPERRDATEI ASSIGN TO "SPERRDATEI"
000732         ORGANIZATION IS LINE SEQUENTIAL
000733         FILE STATUS IS SPERRE-STATUS.
000920 01  ZL-SATZ.
000930     05  ZL-ANZAHL               PIC 9(08).
000932
000938 FD  SPERRDATEI.
000939 COPY SPERRSAT.
000941
000990 01  BERICHT-STATUS               PIC X(02).
001000 01  PROTOKOLL-STATUS             PIC X(02).
001010 01  ZAEHLER-STATUS               PIC X(02).
001014 01  SPERRE-STATUS                PIC X(02).
001016 01  TURNIER-STATUS               PIC X(02).
001017 01  JOURNAL-STATUS               PIC X(02).
001105 01  VOR-RUNDE                    PIC 9(02) VALUE 0.
001110 01  ALT-DWZ                      PIC 9(04).
001112 01  GRUPPEN-NAME                 PIC X(25).
001114 01  GRUPPEN-GEBDATUM             PIC 9(08).
001115 01  GRUPPEN-STICHTAG             PIC 9(08).
001116 01  GRUPPEN-SPIELE               PIC 9(04).
001120
001130 01  SCORE-SUMME                  PIC S9(04)V9(04) COMP-3.
001140 01  ERWARTUNG-SUMME              PIC S9(04)V9(04) COMP-3.
001150 01  EINZEL-SCORE                 PIC S9(04)V9(04) COMP-3.
001160 01  EINZEL-ERWARTUNG             PIC S9(04)V9(04) COMP-3.
001170 01  RUNDEN-ZAEHLER                PIC 9(02) VALUE 0.
001175 01  GEGNER-SUMME                 PIC 9(08) VALUE 0.
001180 01  A-KONST                      PIC 9(02).
001190 01  K-FAKTOR-ANZEIGE             PIC S9(03)V9(04) COMP-3.
001200 01  NEUE-DWZ                     PIC 9(04).
001208 01  INTERN-NEUE-DWZ              PIC 9(04).
001209 01  INTERN-ERGEBNIS              PIC X(01).
001213 01  PARTIE-ERGEBNIS              PIC X(01).
001214*  Turnier des zuletzt bewerteten Ereignisses (Uebergabefeld
001215*  fuer 3600) und das Turnier, das beim Wechsel abzuschliessen
001216*  ist
001217 01  VERMERK-TURNIER-ID           PIC X(08).
001222 01  OFFEN-TURNIER-ID             PIC X(08).
001226*  Uebergabefelder fuer eine Zeile des Lauf-Journals (LAUFSAT)
001227 01  JOURNAL-ART                  PIC X(01).
001228 01  JOURNAL-SATZNUMMER           PIC 9(08).
001243     05  GV-GRUND                 PIC X(24).
001244     05  GV-KENNUNG               PIC X(20).
001245 01  VERWORFEN-ZAEHLER            PIC 9(04) VALUE 0.
001246 01  KAMPFLOS-ZAEHLER             PIC 9(08) VALUE 0.
001211 01  RUNDEN-EINS                  PIC 9(02) VALUE 1.
001210 01  BREMSWERT-KONST              PIC 9(03) VALUE 30.
001220 01  GESAMT-PARTIEN               PIC 9(08) VALUE 0.
001230 01  AKTUELLES-DATUM              PIC 9(08).
001240 01  UHRZEIT-ROH.
001240     05  AKTUELLE-ZEIT           PIC 9(06).
001240     05  FILLER                  PIC 9(02).
001250
001260 01  SCHALTER-BEREICH.
001270     05  SW-DATEI-ENDE           PIC X(01) VALUE "N".
001332         88  SATZ-AUSSER-REIHE   VALUE "J".
001334     05  SW-INTERN-GEGNER-OK     PIC X(01) VALUE "N".
001336         88  INTERN-GEGNER-OK    VALUE "J".
001341     05  SW-SPERRE-GESETZT       PIC X(01) VALUE "N".
001343         88  SPERRE-GESETZT      VALUE "J".
001345     05  SW-SPERRE-BELEGT        PIC X(01) VALUE "N".
001347         88  SPERRE-BELEGT       VALUE "J".
001342     05  SW-TURNIER-VERMERKT     PIC X(01) VALUE "N".
001344         88  TURNIER-VERMERKT    VALUE "J".
001346     05  SW-TURNIERDATEI-OFFEN   PIC X(01) VALUE "N".
001348         88  TURNIERDATEI-OFFEN  VALUE "J".
001349     05  SW-GRUPPE-HISTORIE      PIC X(01) VALUE "N".
001655         GO TO 1000-INITIALISIEREN-EXIT
001656     END-IF
001657     MOVE "J" TO SW-PROTOKOLLDATEI-OFFEN
001660     PERFORM 1100-ZAEHLER-LESEN THRU 1100-ZAEHLER-LESEN-EXIT
001670     PERFORM 1200-SICHERUNG-LESEN THRU 1200-SICHERUNG-LESEN-EXIT
001680
001876         GO TO 1050-SPERRE-SETZEN-EXIT
001877     END-IF
001878     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
001879     ACCEPT UHRZEIT-ROH FROM TIME
001881     OPEN OUTPUT SPERRDATEI
001882     IF SPERRE-STATUS NOT = "00"
001883         DISPLAY "Sperrdatei nicht geoeffnet, Status "
002685     MOVE 0 TO SCORE-SUMME
002687     MOVE 0 TO ERWARTUNG-SUMME
002689     MOVE 0 TO RUNDEN-ZAEHLER
002690     MOVE 0 TO GEGNER-SUMME
002691     MOVE 0 TO VOR-RUNDE
002693     MOVE "N" TO SW-SPIELER-GEFUNDEN
002695     MOVE "N" TO SW-GRUPPE-HISTORIE
002739         MOVE AKT-TURNIER-ID TO GV-KENNUNG
002741         GO TO 2100-GRUPPE-STARTEN-EXIT
002743     END-IF
002745     MOVE TU-DATUM TO GRUPPEN-STICHTAG
002750     MOVE AKT-SPIELER-ID TO SP-SPIELER-ID
002760     READ SPIELERDATEI
002770         INVALID KEY
002820                 MOVE "J" TO SW-SPIELER-GEFUNDEN
002830                 MOVE SP-DWZ TO ALT-DWZ
002832                 MOVE SP-NAME TO GRUPPEN-NAME
002834                 MOVE SP-GEBURTSDATUM TO GRUPPEN-GEBDATUM
002836                 MOVE SP-SPIELE-GEZAEHLT TO GRUPPEN-SPIELE
002838             END-IF
002840     END-READ.
002929*  die Gegnerseite wird sofort mitbewertet (2300); ein internes
002931*  Ergebnis ausserhalb W/D/L wuerde der Gegnerseite sonst einen
002932*  falschen Sieg zuschreiben und verwirft darum den ganzen Satz.
002934*  Kampflose Partien und Freilose ("+"/"-"/"F") sind nicht DWZ-
002935*  wirksam:  sie schreiben nur die Rundenfolge fort und werden
002936*  ohne Meldung uebergangen (auch fuer die Gegnerseite).
002933*----------------------------------------------------------------
002940 2200-RUNDE-AUFSUMMIEREN.
002942     IF GRUPPE-HISTORIE
002971     ELSE
002972         MOVE GS-ERGEBNIS TO PARTIE-ERGEBNIS
002973     END-IF
002974     INSPECT PARTIE-ERGEBNIS CONVERTING "wdlf" TO "WDLF"
002975     IF PARTIE-ERGEBNIS = "+" OR PARTIE-ERGEBNIS = "-"
002976             OR PARTIE-ERGEBNIS = "F"
002977         MOVE GS-RUNDE TO VOR-RUNDE
002978         ADD 1 TO KAMPFLOS-ZAEHLER
002979         GO TO 2200-RUNDE-AUFSUMMIEREN-EXIT
002980     END-IF
002981     IF GS-INTERNE-PARTIE
002976         IF PARTIE-ERGEBNIS NOT = "W" AND
002977                 PARTIE-ERGEBNIS NOT = "D" AND
002978                 PARTIE-ERGEBNIS NOT = "L"
003120     ADD EINZEL-SCORE TO SCORE-SUMME
003130     ADD EINZEL-ERWARTUNG TO ERWARTUNG-SUMME
003140     ADD 1 TO RUNDEN-ZAEHLER
003141     ADD PARTIE-GEGNER-DWZ TO GEGNER-SUMME
003142     IF GS-INTERNE-PARTIE
003144         PERFORM 2300-INTERN-GEGNER-BEWERTEN
003146             THRU 2300-INTERN-GEGNER-BEWERTEN-EXIT
003219         WHEN "L"
003220             MOVE "W" TO INTERN-ERGEBNIS
003221     END-EVALUATE
003222     CALL "DWZKFAK" USING SP-GEBURTSDATUM GRUPPEN-STICHTAG
003223         SP-SPIELE-GEZAEHLT INTERN-A-KONST
003224     CALL "DWZRATE" USING INTERN-GEGNER-ALT INTERN-SCORE
003225         INTERN-ERWARTUNG INTERN-A-KONST RUNDEN-EINS
003226         BREMSWERT-KONST INTERN-NEUE-DWZ
003238         THRU 2320-INTERN-PROTOKOLL-SCHREIBEN-EXIT
003239     PERFORM 3400-ZAEHLER-SCHREIBEN
003240         THRU 3400-ZAEHLER-SCHREIBEN-EXIT
003241     MOVE AKT-TURNIER-ID TO VERMERK-TURNIER-ID
003247     PERFORM 3600-TURNIER-VERMERKEN
003247         THRU 3600-TURNIER-VERMERKEN-EXIT.
003248 2300-INTERN-GEGNER-BEWERTEN-EXIT.
003242     EXIT.
003243
003257
003258 2320-INTERN-PROTOKOLL-SCHREIBEN.
003259     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
003260     ACCEPT UHRZEIT-ROH FROM TIME
003261     COMPUTE K-FAKTOR-ANZEIGE ROUNDED =
003262         800.0 / (1 + INTERN-A-KONST)
003262     MOVE SPACES TO AU-ZEILE
003263     MOVE AKTUELLES-DATUM TO AU-DATUM
003264     MOVE AKTUELLE-ZEIT TO AU-ZEIT
003265     MOVE GI-GEGNER-ID TO AU-SPIELER-ID
003269     MOVE K-FAKTOR-ANZEIGE TO AU-K-FAKTOR
003270     MOVE INTERN-ERWARTUNG TO AU-ERWARTUNG
003271     MOVE INTERN-NEUE-DWZ TO AU-NEUE-DWZ
003271     MOVE AKT-TURNIER-ID TO AU-TURNIER-ID
003271     MOVE INTERN-SCORE TO AU-PUNKTE
003271     MOVE ALT-DWZ TO AU-GEGNER-SCHNITT
003272     WRITE AU-ZEILE.
003273 2320-INTERN-PROTOKOLL-SCHREIBEN-EXIT.
003274     EXIT.
003240*----------------------------------------------------------------
003250 3000-GRUPPE-ABSCHLIESSEN.
003260     IF SPIELER-GEFUNDEN AND RUNDEN-ZAEHLER > 0
003270         CALL "DWZKFAK" USING GRUPPEN-GEBDATUM GRUPPEN-STICHTAG
003272             GRUPPEN-SPIELE A-KONST
003280         CALL "DWZRATE" USING ALT-DWZ SCORE-SUMME
003290            ERWARTUNG-SUMME
003300             A-KONST RUNDEN-ZAEHLER BREMSWERT-KONST NEUE-DWZ
003370         ADD 1 TO GESAMT-PARTIEN
003380         PERFORM 3400-ZAEHLER-SCHREIBEN
003390             THRU 3400-ZAEHLER-SCHREIBEN-EXIT
003392         MOVE VOR-TURNIER-ID TO VERMERK-TURNIER-ID
003398         PERFORM 3600-TURNIER-VERMERKEN
003399             THRU 3600-TURNIER-VERMERKEN-EXIT
003400         PERFORM 3500-SICHERUNG-SCHREIBEN
003410             THRU 3500-SICHERUNG-SCHREIBEN-EXIT
003420     END-IF.
003710
003720 3300-PROTOKOLL-SCHREIBEN.
003730     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
003740     ACCEPT UHRZEIT-ROH FROM TIME
003750     COMPUTE K-FAKTOR-ANZEIGE ROUNDED = 800.0 / (1 + A-KONST)
003755     MOVE SPACES TO AU-ZEILE
003760     MOVE AKTUELLES-DATUM TO AU-DATUM
003770     MOVE AKTUELLE-ZEIT TO AU-ZEIT
003780     MOVE VOR-SPIELER-ID TO AU-SPIELER-ID
003820     MOVE K-FAKTOR-ANZEIGE TO AU-K-FAKTOR
003830     MOVE ERWARTUNG-SUMME TO AU-ERWARTUNG
003840     MOVE NEUE-DWZ TO AU-NEUE-DWZ
003842     MOVE VOR-TURNIER-ID TO AU-TURNIER-ID
003844     MOVE SCORE-SUMME TO AU-PUNKTE
003846     COMPUTE AU-GEGNER-SCHNITT ROUNDED =
003848         GEGNER-SUMME / RUNDEN-ZAEHLER
003850     WRITE AU-ZEILE.
003860 3300-PROTOKOLL-SCHREIBEN-EXIT.
003870     EXIT.
004110     EXIT.
004111
004112*----------------------------------------------------------------
004113*  3600-TURNIER-VERMERKEN
004114*  Turnier des eben bewerteten Ereignisses vermerken (Ueber-
004115*  gabefeld VERMERK-TURNIER-ID); bei Turnierwechsel zuvor das
004116*  vorige Turnier abschliessen.  Die Meldung an den Bezirk
004117*  erstellt der Meldelauf DWZMELD aus dem Protokoll.
004118*----------------------------------------------------------------
004119 3600-TURNIER-VERMERKEN.
004120     IF TURNIER-VERMERKT
004121             AND VERMERK-TURNIER-ID = OFFEN-TURNIER-ID
004122         GO TO 3600-TURNIER-VERMERKEN-EXIT
004123     END-IF
004124     IF TURNIER-VERMERKT
004125         PERFORM 3630-TURNIER-ABSCHLIESSEN
004126             THRU 3630-TURNIER-ABSCHLIESSEN-EXIT
004127     END-IF
004128     MOVE VERMERK-TURNIER-ID TO OFFEN-TURNIER-ID
004129     MOVE "J" TO SW-TURNIER-VERMERKT.
004138 3600-TURNIER-VERMERKEN-EXIT.
004139     EXIT.
004175
004176*----------------------------------------------------------------
004177*  3630-TURNIER-ABSCHLIESSEN
004178*  Das fertig bewertete Turnier in der Turnierdatei von
004179*  "offen" auf "bewertet" setzen (Lebenslauf siehe TURNSAT).
004181*----------------------------------------------------------------
004182 3630-TURNIER-ABSCHLIESSEN.
004183     IF NOT TURNIERDATEI-OFFEN
004184         GO TO 3630-TURNIER-ABSCHLIESSEN-EXIT
004185     END-IF
004186     MOVE OFFEN-TURNIER-ID TO TU-TURNIER-ID
004187     READ TURNIERDATEI
004188         INVALID KEY
004189             GO TO 3630-TURNIER-ABSCHLIESSEN-EXIT
004194         REWRITE TU-SATZ
004195             INVALID KEY
004196                 DISPLAY "Turnierdatei nicht fortgeschrieben "
004197                     "fuer Turnier " OFFEN-TURNIER-ID
004198         END-REWRITE
004199     END-IF.
004201 3630-TURNIER-ABSCHLIESSEN-EXIT.
004224         GO TO 8000-JOURNAL-SCHREIBEN-EXIT
004225     END-IF
004226     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
004227     ACCEPT UHRZEIT-ROH FROM TIME
004228     MOVE AKTUELLES-DATUM TO LJ-DATUM
004229     MOVE AKTUELLE-ZEIT TO LJ-ZEIT
004230     MOVE LAUF-ID TO LJ-LAUF-ID
004214     IF PROTOKOLLDATEI-OFFEN
004215         CLOSE PROTOKOLLDATEI
004216     END-IF
004217     IF TURNIER-VERMERKT
004221         PERFORM 3630-TURNIER-ABSCHLIESSEN
004222             THRU 3630-TURNIER-ABSCHLIESSEN-EXIT
004225     END-IF
004226     IF TURNIERDATEI-OFFEN
004227         CLOSE TURNIERDATEI
004260         " Partien/Turniere insgesamt bewertet (einschliesslich "
004270         "frueherer Laeufe)."
004280     DISPLAY SATZZAEHLER " Saetze aus der Bewertdatei"
004290        " gelesen."
004291     IF KAMPFLOS-ZAEHLER > 0
004292         DISPLAY KAMPFLOS-ZAEHLER " kampflose Partien/Freilose "
004293             "nicht bewertet (nicht DWZ-wirksam)."
004294     END-IF.
004300 9999-ABSCHLUSS-EXIT.
004310     EXIT.
004320
