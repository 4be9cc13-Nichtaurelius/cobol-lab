000280*  oberste ungepaarte Spieler bekommt den naechsten ungepaarten
000290*  Gegner, gegen den er noch nicht gespielt hat (zur Not den
000300*  naechsten ueberhaupt); bei ungerader Zahl ist der letzte
000310*  spielfrei und erhaelt ein Freilos (Ergebnis "F", siehe
000320*  SPIELSAT), das wie ein Sieg gepunktet, aber nicht bewertet
000325*  wird.  Kampflose Ergebnisse ("+"/"-") zaehlen wie Sieg und
000326*  Niederlage.
000330*
000340*  Geschrieben werden die druckbare Paarungsliste (PAARLISTE)
000350*  und je Paarung ein vorbelegter Satz der internen Form
000360*  (Satzart "I", siehe SPIELSAT) in die Rundendatei
000370*  (RUNDENDATEI): Turnier, Spieler, Gegner und die korrekte,
000380*  je Spieler fortlaufende GS-RUNDE sind gefuellt, nur der
000390*  Ergebnisbuchstabe ist offen; das Freilos steht als fertiger
000395*  Satz der Normalform (Ergebnis "F", Gegner-DWZ 0) mit in der
000396*  Rundendatei.  Nach dem Spielabend wird das
000400*  Ergebnis eingetragen und die Rundendatei an die Partiedatei
000410*  angehaengt.
000420*
000421*  Gastspieler anderer Vereine stehen mit Spielernummer 0 und
000422*  ihrer Kennung aus der Fremdspielerdatei (FREMDSPIELERDATEI,
000423*  siehe FREMDSAT) in der Teilnehmerdatei (Spalten 8-15); ihre
000424*  DWZ ist die der Fremdspielerdatei zum Turnierdatum.  Eine
000425*  Paarung Mitglied gegen Gast wird als Satz der Normalform
000426*  aus Sicht des Mitglieds vorbelegt (Gegner-DWZ und GS-FREMD-
000427*  ID, siehe SPIELSAT), der Gast erhaelt beim Turnierstand das
000428*  gespiegelte Ergebnis.  Zwei Gaeste werden nur gegeneinander
000429*  gepaart, wenn es nicht anders geht; diese Partie und ein
000429*  Freilos fuer einen Gast werden nur gedruckt - sie haben
000429*  keinen Satz in der Partiedatei und fehlen darum im Stand.
000429*
000430*  Stammdatei, Turnierdatei, Fremdspielerdatei und Partiedatei
000431*  werden nur gelesen.
000440*----------------------------------------------------------------
000450*  AENDERUNGEN:
000460*  2026-09-02  AH  Neu angelegt fuer die Rundenpaarung nach
000478*                  die ersten Nummern gepaart, und am internen
000479*                  Turnier spielt ohnehin nur mit, wer gemeldet
000481*                  ist.
000483*  2026-10-15  AH  Freilos wird als Satz "F" in die Rundendatei
000484*                  gestellt statt nur gedruckt; kampflose Er-
000485*                  gebnisse ("+"/"-") und Freilose werden beim
000486*                  Turnierstand gepunktet.
000487*  2026-10-15  AH  Gastspieler aus der Fremdspielerdatei als
000488*                  Teilnehmer (Kennung in der Teilnehmerdatei,
000489*                  DWZ zum Turnierdatum); Paarung gegen ein
000489*                  Mitglied wird als Normalform-Satz mit
000489*                  GS-FREMD-ID vorbelegt.
000482*================================================================
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS RUNDEN-STATUS.
000780
000781     SELECT FREMDSPIELERDATEI ASSIGN TO "FREMDSPIELERDATEI"
000782         ORGANIZATION IS INDEXED
000783         ACCESS MODE IS DYNAMIC
000784         RECORD KEY IS FS-FREMD-ID
000785         FILE STATUS IS FREMD-STATUS.
000786
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  SPIELERDATEI.
000824 FD  TEILNEHMERDATEI.
000826 01  TL-SATZ.
000827     05  TL-SPIELER-ID           PIC 9(06).
000828     05  FILLER                  PIC X(01).
000828     05  TL-FREMD-ID             PIC 9(08).
000828     05  FILLER                  PIC X(15).
000830
000840 FD  TURNIERDATEI.
000850 COPY TURNSAT.
000920
000930 FD  RUNDENDATEI.
000940 01  RUNDEN-SATZ                 PIC X(30).
000941
000942 FD  FREMDSPIELERDATEI.
000943 COPY FREMDSAT.
000950
000960 WORKING-STORAGE SECTION.
000970 01  SPIELER-STATUS              PIC X(02).
000990 01  PARTIE-STATUS               PIC X(02).
001000 01  LISTE-STATUS                PIC X(02).
001010 01  RUNDEN-STATUS               PIC X(02).
001011 01  FREMD-STATUS                PIC X(02).
001020
001030 01  TURNIER-ID                  PIC X(08).
001040 01  PARTIE-ERGEBNIS             PIC X(01).
001050 01  EINZEL-SCORE                PIC 9(01)V9(01).
001055 01  SUCH-KENNUNG.
001056     05  SUCH-ART                PIC X(01).
001057     05  SUCH-NUMMER             PIC 9(08).
001058 01  STICHTAG                    PIC 9(08).
001059 01  FREMD-DWZ                   PIC 9(04).
001061 01  STAND-MAXIMUM               PIC 9(04) VALUE 4.
001062 01  ST-IDX                      PIC 9(04) COMP.
001063 01  STAND-IDX                   PIC 9(04) COMP.
001060
001070 01  TABELLEN-MAXIMUM            PIC 9(04) VALUE 200.
001080 01  GEGNER-MAXIMUM              PIC 9(02) VALUE 20.
001210*  eigenen (als Gruppenspieler eingetragenen) Runden fuer die
001220*  GS-RUNDE des Vorbelegungssatzes, und die Nummern der schon
001230*  gespielten Gegner zur Vermeidung von Wiederholungspaarungen.
001231*  TN-KENNUNG: TN-ART "I" = Mitglied (TN-NUMMER = Spieler-
001232*  nummer), "F" = Gast (TN-NUMMER = Fremdspieler-Kennung);
001233*  TN-GEGNER fuehrt die Kennungen der Gegner.
001240 01  TEILNEHMER-TABELLE.
001250     05  TN-EINTRAG OCCURS 200 TIMES.
001260         10  TN-KENNUNG.
001261             15  TN-ART          PIC X(01).
001262             15  TN-NUMMER       PIC 9(08).
001270         10  TN-NAME             PIC X(25).
001280         10  TN-DWZ              PIC 9(04).
001290         10  TN-PUNKTE           PIC 9(02)V9(01).
001310         10  TN-GEPAART          PIC X(01).
001320         10  TN-GEGNER-ANZAHL    PIC 9(02).
001330         10  TN-GEGNER           OCCURS 20 TIMES
001340                                 PIC X(09).
001350
001360 01  TAUSCH-EINTRAG.
001370     05  TA-KENNUNG              PIC X(09).
001380     05  TA-NAME                 PIC X(25).
001390     05  TA-DWZ                  PIC 9(04).
001400     05  TA-PUNKTE               PIC 9(02)V9(01).
001420     05  TA-GEPAART              PIC X(01).
001430     05  TA-GEGNER-ANZAHL        PIC 9(02).
001440     05  TA-GEGNER               OCCURS 20 TIMES
001450                                 PIC X(09).
001460
001470 01  KOPF-ZEILE-1.
001480     05  FILLER                  PIC X(23)
001710             VALUE "SPIELFREI ".
001720     05  SF-NAME                 PIC X(25).
001730     05  FILLER                  PIC X(45) VALUE SPACES.
001731
001732 01  GASTPARTIE-ZEILE.
001733     05  FILLER                  PIC X(10) VALUE SPACES.
001734     05  FILLER                  PIC X(70) VALUE
001735         "(ZWEI GASTSPIELER - KEIN SATZ IN DER RUNDENDATEI)".
001740
001750 01  LEER-ZEILE                  PIC X(80) VALUE SPACES.
001760
001870         88  SPIELERDATEI-OFFEN  VALUE "J".
001872     05  SW-TEILNEHMER-OFFEN     PIC X(01) VALUE "N".
001874         88  TEILNEHMER-OFFEN    VALUE "J".
001875     05  SW-FREMDDATEI-OFFEN     PIC X(01) VALUE "N".
001876         88  FREMDDATEI-OFFEN    VALUE "J".
001877     05  SW-STAND-GEFUNDEN       PIC X(01) VALUE "N".
001878         88  STAND-GEFUNDEN      VALUE "J".
001880     05  SW-TURNIERDATEI-OFFEN   PIC X(01) VALUE "N".
001890         88  TURNIERDATEI-OFFEN  VALUE "J".
001900     05  SW-LISTE-OFFEN          PIC X(01) VALUE "N".
002400         GO TO 1000-INITIALISIEREN-EXIT
002410     END-IF
002420     MOVE "J" TO SW-TURNIERDATEI-OFFEN
002421     OPEN INPUT FREMDSPIELERDATEI
002422     IF FREMD-STATUS = "00"
002423         MOVE "J" TO SW-FREMDDATEI-OFFEN
002424     END-IF
002430     MOVE SPACES TO TURNIER-ID
002440     PERFORM 1100-TURNIER-ERFRAGEN
002450         THRU 1100-TURNIER-ERFRAGEN-EXIT
002720         GO TO 1100-TURNIER-ERFRAGEN-EXIT
002730     END-IF
002740     DISPLAY "Turnier: " TU-NAME " vom " TU-DATUM
002745     MOVE TU-DATUM TO STICHTAG
002750     MOVE "J" TO SW-TURNIER-OK.
002760 1100-TURNIER-ERFRAGEN-EXIT.
002770     EXIT.
002810*  Teilnehmerdatei zeilenweise lesen und jede Spielernummer
002820*  gegen die Stammdatei halten: unbekannte oder gesperrte
002822*  Nummern und Doppelnennungen werden mit Meldung abgewiesen
002824*  (RETURN-CODE 4), gueltige kommen in die Tabelle.  Zeilen
002826*  mit Spielernummer 0 und Fremdspieler-Kennung sind Gaeste
002828*  (2060).
002830*----------------------------------------------------------------
002840 2000-TEILNEHMER-LADEN.
002850     READ TEILNEHMERDATEI
003110     EXIT.
003112
003113 2050-NUMMER-PRUEFEN.
003113     IF TL-SPIELER-ID = 0 AND TL-FREMD-ID NUMERIC
003113             AND TL-FREMD-ID > 0
003113         PERFORM 2060-GAST-PRUEFEN THRU 2060-GAST-PRUEFEN-EXIT
003113         GO TO 2050-NUMMER-PRUEFEN-EXIT
003113     END-IF
003114     MOVE "I" TO SUCH-ART
003114     MOVE TL-SPIELER-ID TO SUCH-NUMMER
003115     PERFORM 3300-TEILNEHMER-SUCHEN
003116         THRU 3300-TEILNEHMER-SUCHEN-EXIT
003117     IF TN-GEFUNDEN
003144         GO TO 2050-NUMMER-PRUEFEN-EXIT
003145     END-IF
003146     ADD 1 TO TEILNEHMER-ANZAHL
003147     MOVE "I" TO TN-ART(TEILNEHMER-ANZAHL)
003147     MOVE SP-SPIELER-ID TO TN-NUMMER(TEILNEHMER-ANZAHL)
003148     MOVE SP-NAME TO TN-NAME(TEILNEHMER-ANZAHL)
003149     MOVE SP-DWZ TO TN-DWZ(TEILNEHMER-ANZAHL)
003151     MOVE 0 TO TN-PUNKTE(TEILNEHMER-ANZAHL)
003154     MOVE 0 TO TN-GEGNER-ANZAHL(TEILNEHMER-ANZAHL).
003155 2050-NUMMER-PRUEFEN-EXIT.
003156     EXIT.
003157
003158*----------------------------------------------------------------
003159*  2060-GAST-PRUEFEN
003160*  Gast gegen die Fremdspielerdatei halten; die DWZ zum
003161*  Turnierdatum muss bewertbar sein (401 - 2999), sonst
003162*  koennte seine Partie gegen ein Mitglied nicht gewertet
003163*  werden.
003164*----------------------------------------------------------------
003165 2060-GAST-PRUEFEN.
003166     MOVE "F" TO SUCH-ART
003167     MOVE TL-FREMD-ID TO SUCH-NUMMER
003168     PERFORM 3300-TEILNEHMER-SUCHEN
003169         THRU 3300-TEILNEHMER-SUCHEN-EXIT
003170     IF TN-GEFUNDEN
003171         DISPLAY "Gast " TL-FREMD-ID " steht doppelt in "
003172             "der Teilnehmerdatei - zweite Nennung verworfen."
003173         MOVE 4 TO RETURN-CODE
003174         GO TO 2060-GAST-PRUEFEN-EXIT
003175     END-IF
003176     IF NOT FREMDDATEI-OFFEN
003177         DISPLAY "Gast " TL-FREMD-ID " verworfen - keine "
003178             "Fremdspielerdatei (siehe DWZFREMD)."
003179         MOVE 4 TO RETURN-CODE
003180         GO TO 2060-GAST-PRUEFEN-EXIT
003181     END-IF
003182     MOVE TL-FREMD-ID TO FS-FREMD-ID
003183     READ FREMDSPIELERDATEI
003184         INVALID KEY
003185             DISPLAY "Gast " TL-FREMD-ID " ist nicht in der "
003186                 "Fremdspielerdatei bekannt - verworfen."
003187             MOVE 4 TO RETURN-CODE
003188             GO TO 2060-GAST-PRUEFEN-EXIT
003189     END-READ
003190     PERFORM 2070-STAND-ERMITTELN THRU 2070-STAND-ERMITTELN-EXIT
003191     IF FREMD-DWZ NOT > 400 OR FREMD-DWZ NOT < 3000
003192         DISPLAY "Gast " TL-FREMD-ID " (" FS-NAME ") hat zum "
003193             STICHTAG " keine bewertbare DWZ - verworfen."
003194         MOVE 4 TO RETURN-CODE
003195         GO TO 2060-GAST-PRUEFEN-EXIT
003196     END-IF
003197     IF TEILNEHMER-ANZAHL NOT < TABELLEN-MAXIMUM
003198         DISPLAY "Teilnehmer-Tabelle voll, Gast "
003199             TL-FREMD-ID " nicht aufgenommen."
003200         MOVE 4 TO RETURN-CODE
003201         GO TO 2060-GAST-PRUEFEN-EXIT
003202     END-IF
003203     ADD 1 TO TEILNEHMER-ANZAHL
003204     MOVE "F" TO TN-ART(TEILNEHMER-ANZAHL)
003205     MOVE FS-FREMD-ID TO TN-NUMMER(TEILNEHMER-ANZAHL)
003206     MOVE FS-NAME TO TN-NAME(TEILNEHMER-ANZAHL)
003207     MOVE FREMD-DWZ TO TN-DWZ(TEILNEHMER-ANZAHL)
003208     MOVE 0 TO TN-PUNKTE(TEILNEHMER-ANZAHL)
003209     MOVE 0 TO TN-EIGEN-RUNDEN(TEILNEHMER-ANZAHL)
003210     MOVE "N" TO TN-GEPAART(TEILNEHMER-ANZAHL)
003211     MOVE 0 TO TN-GEGNER-ANZAHL(TEILNEHMER-ANZAHL).
003212 2060-GAST-PRUEFEN-EXIT.
003213     EXIT.
003214
003215*----------------------------------------------------------------
003216*  2070-STAND-ERMITTELN
003217*  DWZ des Gastes zum STICHTAG: neuester Listenstand, der nicht
003218*  nach dem Stichtag liegt, sonst der aelteste (wie DWZERF).
003219*----------------------------------------------------------------
003220 2070-STAND-ERMITTELN.
003221     MOVE "N" TO SW-STAND-GEFUNDEN
003222     MOVE 1 TO STAND-IDX
003223     PERFORM 2071-STAND-VERGLEICH THRU 2071-STAND-VERGLEICH-EXIT
003224         VARYING ST-IDX FROM 1 BY 1
003225         UNTIL ST-IDX > STAND-MAXIMUM OR STAND-GEFUNDEN
003226     IF NOT STAND-GEFUNDEN
003227         PERFORM 2072-AELTESTER-STAND
003228             THRU 2072-AELTESTER-STAND-EXIT
003229             VARYING ST-IDX FROM 1 BY 1
003230             UNTIL ST-IDX > STAND-MAXIMUM
003231     END-IF
003232     MOVE FS-STAND-DWZ(STAND-IDX) TO FREMD-DWZ.
003233 2070-STAND-ERMITTELN-EXIT.
003234     EXIT.
003235
003236 2071-STAND-VERGLEICH.
003237     IF FS-STAND-DATUM(ST-IDX) > 0
003238             AND FS-STAND-DATUM(ST-IDX) NOT > STICHTAG
003239         MOVE "J" TO SW-STAND-GEFUNDEN
003240         MOVE ST-IDX TO STAND-IDX
003241     END-IF.
003242 2071-STAND-VERGLEICH-EXIT.
003243     EXIT.
003244
003245 2072-AELTESTER-STAND.
003246     IF FS-STAND-DATUM(ST-IDX) > 0
003247         MOVE ST-IDX TO STAND-IDX
003248     END-IF.
003249 2072-AELTESTER-STAND-EXIT.
003250     EXIT.
003120
003130*----------------------------------------------------------------
003140*  3000-STAND-AUFBAUEN
003160*  der Turnierkennung Punkte und eigene Rundenzahl des
003170*  Gruppenspielers, bei internen Partien (Satzart "I")
003180*  zusaetzlich die Gegnerseite und die gegenseitige Vormerkung
003190*  fuer die Wiederholungspruefung; ebenso bei einer Partie
003191*  gegen einen Gast (GS-FREMD-ID gefuellt) die Gastseite.
003192*  Eine fehlende Partiedatei bedeutet: erste Runde, alle
003200*  stehen bei 0.
003210*----------------------------------------------------------------
003220 3000-STAND-AUFBAUEN.
003230     OPEN INPUT PARTIEDATEI
003560     ELSE
003570         MOVE GS-ERGEBNIS TO PARTIE-ERGEBNIS
003580     END-IF
003590     INSPECT PARTIE-ERGEBNIS CONVERTING "wdlf" TO "WDLF"
003600     EVALUATE PARTIE-ERGEBNIS
003610         WHEN "W"
003620             MOVE 1,0 TO EINZEL-SCORE
003640             MOVE 0,5 TO EINZEL-SCORE
003650         WHEN "L"
003660             MOVE 0,0 TO EINZEL-SCORE
003661         WHEN "+"
003662             MOVE 1,0 TO EINZEL-SCORE
003663         WHEN "-"
003664             MOVE 0,0 TO EINZEL-SCORE
003665         WHEN "F"
003666             MOVE 1,0 TO EINZEL-SCORE
003670         WHEN OTHER
003680             GO TO 3200-PARTIE-VERRECHNEN-EXIT
003690     END-EVALUATE
003695     MOVE "I" TO SUCH-ART
003700     MOVE GS-SPIELER-ID TO SUCH-NUMMER
003710     PERFORM 3300-TEILNEHMER-SUCHEN
003720         THRU 3300-TEILNEHMER-SUCHEN-EXIT
003730     IF TN-GEFUNDEN
003740         ADD EINZEL-SCORE TO TN-PUNKTE(TREFFER-IDX)
003750         ADD 1 TO TN-EIGEN-RUNDEN(TREFFER-IDX)
003760         IF GS-INTERNE-PARTIE
003765                 OR (GS-FREMD-ID NUMERIC AND GS-FREMD-ID > 0)
003770             PERFORM 3400-GEGNER-VORMERKEN
003780                 THRU 3400-GEGNER-VORMERKEN-EXIT
003790         END-IF
003810     IF GS-INTERNE-PARTIE
003820         PERFORM 3500-GEGNERSEITE-VERRECHNEN
003830             THRU 3500-GEGNERSEITE-VERRECHNEN-EXIT
003835         GO TO 3200-PARTIE-VERRECHNEN-EXIT
003840     END-IF
003841     IF GS-FREMD-ID NUMERIC AND GS-FREMD-ID > 0
003842         PERFORM 3600-GASTSEITE-VERRECHNEN
003843             THRU 3600-GASTSEITE-VERRECHNEN-EXIT
003844     END-IF.
003850 3200-PARTIE-VERRECHNEN-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890*  3300-TEILNEHMER-SUCHEN
003900*  SUCH-KENNUNG in der Teilnehmer-Tabelle aufsuchen; bei
003910*  Erfolg zeigt TREFFER-IDX auf den Tabelleneintrag.
003920*----------------------------------------------------------------
003930 3300-TEILNEHMER-SUCHEN.
004050
004060 3310-TEILNEHMER-VERGLEICH.
004070     IF TAB-IDX NOT > TEILNEHMER-ANZAHL
004080         IF TN-KENNUNG(TAB-IDX) = SUCH-KENNUNG
004090             MOVE "J" TO SW-TN-GEFUNDEN
004100             MOVE TAB-IDX TO TREFFER-IDX
004110         END-IF
004140     EXIT.
004150
004160 3400-GEGNER-VORMERKEN.
004161     IF GS-INTERNE-PARTIE
004162         MOVE "I" TO SUCH-ART
004163         MOVE GI-GEGNER-ID TO SUCH-NUMMER
004164     ELSE
004165         MOVE "F" TO SUCH-ART
004166         MOVE GS-FREMD-ID TO SUCH-NUMMER
004167     END-IF
004170     IF TN-GEGNER-ANZAHL(TREFFER-IDX) < GEGNER-MAXIMUM
004180         ADD 1 TO TN-GEGNER-ANZAHL(TREFFER-IDX)
004190         MOVE SUCH-KENNUNG TO TN-GEGNER(TREFFER-IDX,
004200             TN-GEGNER-ANZAHL(TREFFER-IDX))
004210     END-IF.
004220 3400-GEGNER-VORMERKEN-EXIT.
004290*  seite zaehlt nicht - sie traegt keinen eigenen Gruppensatz).
004300*----------------------------------------------------------------
004310 3500-GEGNERSEITE-VERRECHNEN.
004315     MOVE "I" TO SUCH-ART
004320     MOVE GI-GEGNER-ID TO SUCH-NUMMER
004330     PERFORM 3300-TEILNEHMER-SUCHEN
004340         THRU 3300-TEILNEHMER-SUCHEN-EXIT
004350     IF NOT TN-GEFUNDEN
004420             ADD 0,5 TO TN-PUNKTE(TREFFER-IDX)
004430         WHEN "L"
004440             ADD 1,0 TO TN-PUNKTE(TREFFER-IDX)
004442         WHEN "-"
004444             ADD 1,0 TO TN-PUNKTE(TREFFER-IDX)
004450     END-EVALUATE
004460     IF TN-GEGNER-ANZAHL(TREFFER-IDX) < GEGNER-MAXIMUM
004470         ADD 1 TO TN-GEGNER-ANZAHL(TREFFER-IDX)
004475         MOVE "I" TO SUCH-ART
004476         MOVE GI-SPIELER-ID TO SUCH-NUMMER
004480         MOVE SUCH-KENNUNG TO TN-GEGNER(TREFFER-IDX,
004490             TN-GEGNER-ANZAHL(TREFFER-IDX))
004500     END-IF.
004510 3500-GEGNERSEITE-VERRECHNEN-EXIT.
004520     EXIT.
004521
004522*----------------------------------------------------------------
004523*  3600-GASTSEITE-VERRECHNEN
004524*  Gastseite einer Partie Mitglied gegen Gast (Normalform mit
004525*  GS-FREMD-ID): gespiegelte Punkte und gegenseitige Vormerkung
004526*  wie in 3500.
004527*----------------------------------------------------------------
004528 3600-GASTSEITE-VERRECHNEN.
004529     MOVE "F" TO SUCH-ART
004530     MOVE GS-FREMD-ID TO SUCH-NUMMER
004531     PERFORM 3300-TEILNEHMER-SUCHEN
004532         THRU 3300-TEILNEHMER-SUCHEN-EXIT
004533     IF NOT TN-GEFUNDEN
004534         GO TO 3600-GASTSEITE-VERRECHNEN-EXIT
004535     END-IF
004536     EVALUATE PARTIE-ERGEBNIS
004537         WHEN "W"
004538             CONTINUE
004539         WHEN "D"
004540             ADD 0,5 TO TN-PUNKTE(TREFFER-IDX)
004541         WHEN "L"
004542             ADD 1,0 TO TN-PUNKTE(TREFFER-IDX)
004543         WHEN "-"
004544             ADD 1,0 TO TN-PUNKTE(TREFFER-IDX)
004545     END-EVALUATE
004546     IF TN-GEGNER-ANZAHL(TREFFER-IDX) < GEGNER-MAXIMUM
004547         ADD 1 TO TN-GEGNER-ANZAHL(TREFFER-IDX)
004548         MOVE "I" TO SUCH-ART
004549         MOVE GS-SPIELER-ID TO SUCH-NUMMER
004550         MOVE SUCH-KENNUNG TO TN-GEGNER(TREFFER-IDX,
004551             TN-GEGNER-ANZAHL(TREFFER-IDX))
004552     END-IF.
004553 3600-GASTSEITE-VERRECHNEN-EXIT.
004554     EXIT.
004530
004540*----------------------------------------------------------------
004550*  4000-TABELLE-SORTIEREN
004980*  unten paaren: der oberste ungepaarte Spieler bekommt den
004990*  naechsten ungepaarten Gegner ohne Wiederholung (zur Not den
005000*  naechsten ueberhaupt); der letzte ohne Partner ist
005010*  spielfrei.  Zwei Gaeste gelten im ersten Durchgang wie
005011*  eine Wiederholungspaarung.
005020*----------------------------------------------------------------
005030 5000-RUNDE-PAAREN.
005040     IF TEILNEHMER-ANZAHL = 0
005520         END-IF
005530     END-IF
005540     IF PARTNER-IDX = 0
005550         PERFORM 5300-FREILOS-SCHREIBEN
005560             THRU 5300-FREILOS-SCHREIBEN-EXIT
005580         GO TO 5100-SPIELER-PAAREN-EXIT
005590     END-IF
005600     PERFORM 5200-PAARUNG-SCHREIBEN
005670         IF TN-GEPAART(SUCH-IDX) = "N"
005680             PERFORM 5130-WIEDERHOLUNG-PRUEFEN
005690                 THRU 5130-WIEDERHOLUNG-PRUEFEN-EXIT
005695             IF TN-ART(TAB-IDX) = "F" AND TN-ART(SUCH-IDX) = "F"
005696                 MOVE "J" TO SW-SCHON-GESPIELT
005697             END-IF
005700             IF NOT SCHON-GESPIELT
005710                 MOVE SUCH-IDX TO PARTNER-IDX
005720             END-IF
006040 5131-GEGNER-VERGLEICH.
006050     IF GEG-IDX NOT > TN-GEGNER-ANZAHL(TAB-IDX)
006060         IF TN-GEGNER(TAB-IDX, GEG-IDX) =
006070                 TN-KENNUNG(SUCH-IDX)
006080             MOVE "J" TO SW-SCHON-GESPIELT
006090         END-IF
006100     END-IF.
006160*  Paarung auf die Liste drucken und den vorbelegten internen
006170*  Satz (Ergebnis offen) in die Rundendatei stellen; GS-RUNDE
006180*  ist die naechste eigene Runde des erstgenannten Spielers.
006181*  Mitglied gegen Gast: Normalform-Satz aus Sicht des Mit-
006182*  glieds (5210); zwei Gaeste: nur gedruckt.
006190*----------------------------------------------------------------
006200 5200-PAARUNG-SCHREIBEN.
006210     ADD 1 TO BRETT-NUMMER
006260     MOVE TN-NAME(PARTNER-IDX) TO PZ-NAME-SCHWARZ
006270     MOVE TN-PUNKTE(PARTNER-IDX) TO PZ-PUNKTE-SCHWARZ
006280     WRITE PL-DRUCKZEILE FROM PAARUNGS-ZEILE
006281     MOVE "J" TO TN-GEPAART(TAB-IDX)
006282     MOVE "J" TO TN-GEPAART(PARTNER-IDX)
006283     IF TN-ART(TAB-IDX) = "F" AND TN-ART(PARTNER-IDX) = "F"
006284         WRITE PL-DRUCKZEILE FROM GASTPARTIE-ZEILE
006285         GO TO 5200-PAARUNG-SCHREIBEN-EXIT
006286     END-IF
006287     IF TN-ART(TAB-IDX) = "F"
006288         MOVE PARTNER-IDX TO SUCH-IDX
006289         MOVE TAB-IDX TO GEG-IDX
006290         PERFORM 5210-GASTPARTIE-SCHREIBEN
006291             THRU 5210-GASTPARTIE-SCHREIBEN-EXIT
006292         GO TO 5200-PAARUNG-SCHREIBEN-EXIT
006293     END-IF
006294     IF TN-ART(PARTNER-IDX) = "F"
006295         MOVE TAB-IDX TO SUCH-IDX
006296         MOVE PARTNER-IDX TO GEG-IDX
006297         PERFORM 5210-GASTPARTIE-SCHREIBEN
006298             THRU 5210-GASTPARTIE-SCHREIBEN-EXIT
006299         GO TO 5200-PAARUNG-SCHREIBEN-EXIT
006300     END-IF
006301     MOVE SPACES TO GI-SATZ
006302     MOVE TURNIER-ID TO GI-TURNIER-ID
006310     MOVE TN-NUMMER(TAB-IDX) TO GI-SPIELER-ID
006320     COMPUTE GI-RUNDE = TN-EIGEN-RUNDEN(TAB-IDX) + 1
006330     MOVE TN-NUMMER(PARTNER-IDX) TO GI-GEGNER-ID
006340     MOVE SPACE TO GI-ERGEBNIS
006350     MOVE "I" TO GI-SATZART
006360     MOVE GI-SATZ TO RUNDEN-SATZ
006370     WRITE RUNDEN-SATZ.
006400 5200-PAARUNG-SCHREIBEN-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------------
006440*  5210-GASTPARTIE-SCHREIBEN
006450*  Vorbelegter Normalform-Satz (Ergebnis offen) fuer das
006460*  Mitglied SUCH-IDX gegen den Gast GEG-IDX: Gegner-DWZ zum
006470*  Turnierdatum und Kennung des Gastes (GS-FREMD-ID).
006480*----------------------------------------------------------------
006490 5210-GASTPARTIE-SCHREIBEN.
006500     MOVE SPACES TO GS-SATZ
006510     MOVE TURNIER-ID TO GS-TURNIER-ID
006520     MOVE TN-NUMMER(SUCH-IDX) TO GS-SPIELER-ID
006530     COMPUTE GS-RUNDE = TN-EIGEN-RUNDEN(SUCH-IDX) + 1
006540     MOVE TN-DWZ(GEG-IDX) TO GS-GEGNERZAHL
006550     MOVE SPACE TO GS-ERGEBNIS
006560     MOVE TN-NUMMER(GEG-IDX) TO GS-FREMD-ID
006570     MOVE SPACE TO GS-SATZART
006580     MOVE GS-SATZ TO RUNDEN-SATZ
006590     WRITE RUNDEN-SATZ.
006600 5210-GASTPARTIE-SCHREIBEN-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------------
006640*  5300-FREILOS-SCHREIBEN
006650*  Spielfreien Spieler drucken und das Freilos als fertigen
006660*  Satz der Normalform (Ergebnis "F", kein Gegner) in die
006670*  Rundendatei stellen; GS-RUNDE wie bei einer Paarung.  Ein
006680*  spielfreier Gast wird nur gedruckt.
006690*----------------------------------------------------------------
006700 5300-FREILOS-SCHREIBEN.
006710     MOVE TN-NAME(TAB-IDX) TO SF-NAME
006720     WRITE PL-DRUCKZEILE FROM SPIELFREI-ZEILE
006730     MOVE "J" TO TN-GEPAART(TAB-IDX)
006740     IF TN-ART(TAB-IDX) = "F"
006750         GO TO 5300-FREILOS-SCHREIBEN-EXIT
006760     END-IF
006770     MOVE SPACES TO GS-SATZ
006780     MOVE TURNIER-ID TO GS-TURNIER-ID
006790     MOVE TN-NUMMER(TAB-IDX) TO GS-SPIELER-ID
006800     COMPUTE GS-RUNDE = TN-EIGEN-RUNDEN(TAB-IDX) + 1
006810     MOVE 0 TO GS-GEGNERZAHL
006820     MOVE "F" TO GS-ERGEBNIS
006830     MOVE GS-SATZ TO RUNDEN-SATZ
006840     WRITE RUNDEN-SATZ.
006850 5300-FREILOS-SCHREIBEN-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------
006890*  9999-ABSCHLUSS
006900*----------------------------------------------------------------
006910 9999-ABSCHLUSS.
006920     IF SPIELERDATEI-OFFEN
006930         CLOSE SPIELERDATEI
006940     END-IF
006950     IF TEILNEHMER-OFFEN
006960         CLOSE TEILNEHMERDATEI
006970     END-IF
006980     IF TURNIERDATEI-OFFEN
006990         CLOSE TURNIERDATEI
007000     END-IF
007010     IF FREMDDATEI-OFFEN
007020         CLOSE FREMDSPIELERDATEI
007030     END-IF
007040     IF LISTE-OFFEN
007050         WRITE PL-DRUCKZEILE FROM LEER-ZEILE
007060         CLOSE PAARLISTE
007070     END-IF
007080     IF RUNDEN-OFFEN
007090         CLOSE RUNDENDATEI
007100         DISPLAY PAARUNGS-ZAEHLER " Paarungen gebildet; "
007110             "offene Ergebnisbuchstaben in der Rundendatei "
007120             "eintragen "
007130             "und die Datei an die Partiedatei anhaengen."
007140     END-IF.
007150 9999-ABSCHLUSS-EXIT.
007160     EXIT.
