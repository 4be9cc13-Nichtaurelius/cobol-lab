000230*  Spieler automatisch fortlaufend vergeben; der Ergebnis-Code
000240*  wird geprueft.  Der Gegner kann per Spielernummer (vereins-
000250*  interne Partie, Satzart "I", siehe SPIELSAT) oder per DWZ
000260*  (externer Gegner) angegeben werden; ein spielfreier Spieler
000261*  erhaelt ein Freilos ohne Gegner.  Kampflose Partien werden
000262*  mit "+"/"-" erfasst (siehe SPIELSAT).
000270*
000280*  Die erfassten Saetze werden erst beim Abschluss geschrieben:
000290*  nach Spielernummer geordnet und an die PARTIEDATEI ange-
000320*  Abweisungen, die DWZBATCH bei handgetippter Eingabe meldet,
000330*  koennen so gar nicht erst entstehen.
000340*
000341*  Im Mannschaftskampf wird jedes Brett gegen die Mannschafts-
000342*  meldung der Saison (KADERDATEI, siehe KADERSAT/DWZKADER)
000343*  geprueft: nicht gemeldete, nach oben festgespielte und
000344*  doppelt aufgestellte Spieler werden abgewiesen, eine
000345*  Aufstellung gegen die gemeldete Reihenfolge muss bestaetigt
000346*  werden.
000347*
000347*  Vereinsfremde Gegner werden per Kennung aus der Fremdspieler-
000347*  datei (FREMDSPIELERDATEI, siehe FREMDSAT/DWZFREMD) gewaehlt:
000347*  Name und Verein werden zur Bestaetigung angezeigt, die DWZ
000347*  wird zum Turnierdatum (im Mannschaftskampf zum Kampfdatum)
000347*  aus der Datei genommen und die Kennung im Partiesatz und im
000347*  Brettsatz mitgeschrieben.  Die getippte DWZ bleibt fuer
000347*  Gegner, die nicht in der Bezirksliste stehen.
000347*
000350*  Die Stammdatei wird nur gelesen.
000360*----------------------------------------------------------------
000370*  AENDERUNGEN:
000415*                  Kampf/Brett in die Kampfdatei (KAMPFDATEI,
000416*                  siehe MKSAT/DWZMANN), der Kampfstand wird
000417*                  mitgerechnet und angezeigt.
000418*  2026-10-15  AH  Ergebnis-Codes fuer kampflose Partien ("+"/
000419*                  "-") ergaenzt, auch je Brett im Mannschafts-
000420*                  kampf (mit Kampfstand); Freilos ("F") als
000421*                  dritte Gegner-Auswahl der Einzelerfassung.
000422*  2026-10-15  AH  Mannschaftskampf: Mannschaftsnummer im Kopf-
000423*                  satz; Aufstellung wird gegen die Mannschafts-
000424*                  meldung geprueft (gemeldet, Reihenfolge,
000425*                  Einsaetze in hoeheren Mannschaften).
000426*  2026-10-15  AH  Externer Gegner per Kennung aus der Fremd-
000427*                  spielerdatei, DWZ zum Turnier-/Kampfdatum
000428*                  aus der Datei statt getippt; Kennung wird
000428*                  im Partie- und im Brettsatz gespeichert.
000429*  2026-10-15  AH  Kader-Tabelle: die Aufstellung wird nur dann
000429*                  nicht geprueft, wenn beim Laden wirklich ein
000429*                  Meldesatz verworfen wurde (genau 300 Saetze
000429*                  passen noch vollstaendig).
000410*================================================================
000420 ENVIRONMENT DIVISION.
000421 CONFIGURATION SECTION.
000581     SELECT KAMPFDATEI ASSIGN TO "KAMPFDATEI"
000582         ORGANIZATION IS LINE SEQUENTIAL
000583         FILE STATUS IS KAMPF-STATUS.
000584
000585     SELECT KADERDATEI ASSIGN TO "KADERDATEI"
000586         ORGANIZATION IS INDEXED
000587         ACCESS MODE IS DYNAMIC
000588         RECORD KEY IS KA-SCHLUESSEL
000589         FILE STATUS IS KADER-STATUS.
000589
000589     SELECT FREMDSPIELERDATEI ASSIGN TO "FREMDSPIELERDATEI"
000589         ORGANIZATION IS INDEXED
000589         ACCESS MODE IS DYNAMIC
000589         RECORD KEY IS FS-FREMD-ID
000589         FILE STATUS IS FREMD-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000687
000688 FD  KAMPFDATEI.
000689 COPY MKSAT.
000691
000692 FD  KADERDATEI.
000693 COPY KADERSAT.
000694
000695 FD  FREMDSPIELERDATEI.
000696 COPY FREMDSAT.
000690
000700 WORKING-STORAGE SECTION.
000710 01  SPIELER-STATUS              PIC X(02).
000730 01  SPERRE-STATUS               PIC X(02).
000735 01  TURNIER-STATUS              PIC X(02).
000736 01  KAMPF-STATUS                PIC X(02).
000737 01  KADER-STATUS                PIC X(02).
000738 01  FREMD-STATUS                PIC X(02).
000740
000750 01  TURNIER-ID                  PIC X(08).
000760 01  SPIELER-ID                  PIC 9(06).
000780 01  GEGNER-ID                   PIC 9(06).
000790 01  GEGNERZAHL                  PIC 9(04).
000800 01  ERGEBNIS                    PIC X(01).
000801     88  ERGEBNIS-GUELTIG        VALUE "W" "D" "L" "+" "-".
000810 01  ANTWORT                     PIC X(01).
000820 01  NEUE-RUNDE                  PIC 9(02).
000821
000822*  Fremdspieler: Kennung, Stichtag (Turnier- bzw. Kampfdatum)
000823*  und die dazu gueltige DWZ aus der Standhistorie (FREMDSAT)
000824 01  FREMD-ID                    PIC 9(08).
000825 01  TURNIER-DATUM               PIC 9(08).
000826 01  STICHTAG                    PIC 9(08).
000827 01  FREMD-DWZ                   PIC 9(04).
000828 01  STAND-MAXIMUM               PIC 9(04) VALUE 4.
000829 01  ST-IDX                      PIC 9(04) COMP.
000829 01  STAND-IDX                   PIC 9(04) COMP.
000830
000840 01  TABELLEN-MAXIMUM            PIC 9(04) VALUE 200.
000850 01  PARTIE-ANZAHL               PIC 9(04) VALUE 0.
001117         10  KB-SPIELER-ID       PIC 9(06).
001118         10  KB-GEGNER-DWZ       PIC 9(04).
001119         10  KB-ERGEBNIS         PIC X(01).
001119         10  KB-GEGNER-ID        PIC 9(08).
001121         10  KB-MANNSCHAFT       PIC 9(02).
001122         10  KB-RANG             PIC 9(02).
001123
001124*  Mannschaftsmeldung: Mannschaft des Kampfes, Saison (Anfangs-
001125*  jahr, Wechsel am 1. Juli) und die gemeldeten Spieler aller
001126*  Mannschaften der Saison mit ihren bisherigen Einsaetzen in
001127*  Mannschaften oberhalb der Mannschaft dieses Kampfes.  Wer
001128*  dort FESTSPIEL-GRENZE Mal eingesetzt war, ist festgespielt.
001129 01  MANNSCHAFT                  PIC 9(02).
001131 01  SAISON                      PIC 9(04).
001132 01  KAMPF-SAISON                PIC 9(04).
001133 01  DATUM-ZERLEGT.
001134     05  DZ-JAHR                 PIC 9(04).
001135     05  DZ-MONAT                PIC 9(02).
001136     05  DZ-TAG                  PIC 9(02).
001137 01  FESTSPIEL-GRENZE            PIC 9(02) VALUE 3.
001138 01  KADER-MAXIMUM               PIC 9(04) VALUE 300.
001139 01  KADER-ANZAHL                PIC 9(04) COMP VALUE 0.
001141 01  KT-IDX                      PIC 9(04) COMP.
001142 01  KT-TREFFER                  PIC 9(04) COMP.
001143 01  EIGENE-GEMELDETE            PIC 9(04) COMP.
001144 01  KADER-TABELLE.
001145     05  KT-EINTRAG OCCURS 300 TIMES.
001146         10  KT-MANNSCHAFT       PIC 9(02).
001147         10  KT-RANG             PIC 9(02).
001148         10  KT-SPIELER-ID       PIC 9(06).
001149         10  KT-EINSAETZE-HOEHER PIC 9(03).
001110
001120 01  SCHALTER-BEREICH.
001130     05  SW-ENDE-GEWAEHLT        PIC X(01) VALUE "N".
001240         88  RD-GEFUNDEN         VALUE "J".
001242     05  SW-RUNDE-OK             PIC X(01) VALUE "N".
001244         88  RUNDE-OK            VALUE "J".
001245     05  SW-FREILOS              PIC X(01) VALUE "N".
001246         88  FREILOS             VALUE "J".
001250     05  SW-SPERRE-BELEGT        PIC X(01) VALUE "N".
001260         88  SPERRE-BELEGT       VALUE "J".
001262     05  SW-TURNIERDATEI-OFFEN   PIC X(01) VALUE "N".
001274         88  BRETT-OK            VALUE "J".
001275     05  SW-KAMPF-ABBRUCH       PIC X(01) VALUE "N".
001276         88  KAMPF-ABBRUCH       VALUE "J".
001277     05  SW-KADER-PRUEFUNG       PIC X(01) VALUE "N".
001278         88  KADER-PRUEFUNG      VALUE "J".
001279     05  SW-KADER-ENDE           PIC X(01) VALUE "N".
001281         88  KADER-ENDE          VALUE "J".
001281     05  SW-KADER-UEBERLAUF      PIC X(01) VALUE "N".
001281         88  KADER-UEBERLAUF     VALUE "J".
001282     05  SW-KAMPFDATEI-ENDE      PIC X(01) VALUE "N".
001283         88  KAMPFDATEI-ENDE     VALUE "J".
001284     05  SW-HOEHERER-KAMPF       PIC X(01) VALUE "N".
001285         88  HOEHERER-KAMPF      VALUE "J".
001286     05  SW-KT-GEFUNDEN          PIC X(01) VALUE "N".
001287         88  KT-GEFUNDEN         VALUE "J".
001288     05  SW-REIHENFOLGE-OK       PIC X(01) VALUE "N".
001289         88  REIHENFOLGE-OK      VALUE "J".
001291     05  SW-FREMDDATEI-OFFEN     PIC X(01) VALUE "N".
001292         88  FREMDDATEI-OFFEN    VALUE "J".
001293     05  SW-FREMD-OK             PIC X(01) VALUE "N".
001294         88  FREMD-OK            VALUE "J".
001295     05  SW-STAND-GEFUNDEN       PIC X(01) VALUE "N".
001296         88  STAND-GEFUNDEN      VALUE "J".
001270
001280 PROCEDURE DIVISION.
001290
001460*  1000-INITIALISIEREN
001470*  Laufsperre pruefen, Stammdatei und Turnierdatei oeffnen,
001480*  Turnierkennung erfragen und gegen die Turnierdatei pruefen.
001481*  Fehlt die Fremdspielerdatei, geht die Erfassung nur mit
001482*  getippter Gegner-DWZ weiter.
001490*----------------------------------------------------------------
001500 1000-INITIALISIEREN.
001510     PERFORM 1050-SPERRE-PRUEFEN
001628         GO TO 1000-INITIALISIEREN-EXIT
001629     END-IF
001631     MOVE "J" TO SW-TURNIERDATEI-OFFEN
001632     OPEN INPUT FREMDSPIELERDATEI
001633     IF FREMD-STATUS = "00"
001634         MOVE "J" TO SW-FREMDDATEI-OFFEN
001635     ELSE
001636         DISPLAY "Fremdspielerdatei nicht geoeffnet, Status "
001637             FREMD-STATUS " - externe Gegner nur per DWZ."
001638     END-IF
001630     MOVE SPACES TO TURNIER-ID
001640     PERFORM 1100-TURNIER-ERFRAGEN
001650         THRU 1100-TURNIER-ERFRAGEN-EXIT
002013         GO TO 1100-TURNIER-ERFRAGEN-EXIT
002014     END-IF
002016     DISPLAY "Turnier: " TU-NAME " vom " TU-DATUM
002016     MOVE TU-DATUM TO TURNIER-DATUM
002017     MOVE "J" TO SW-TURNIER-OK.
002010 1100-TURNIER-ERFRAGEN-EXIT.
002020     EXIT.
002050*  2000-PARTIE-ERFASSEN
002060*  Eine Partie aufnehmen: Spieler bestaetigen, Gegner (Nummer
002070*  oder DWZ), Ergebnis, Rundennummer vergeben, Satz vormerken.
002075*  Beim Freilos entfaellt die Ergebnisfrage (Ergebnis "F").
002080*  Spielernummer 0 beendet die Erfassung.
002090*----------------------------------------------------------------
002100 2000-PARTIE-ERFASSEN.
002280     IF NOT GEGNER-OK
002290         GO TO 2000-PARTIE-ERFASSEN-EXIT
002300     END-IF
002310     IF FREILOS
002315         MOVE "F" TO ERGEBNIS
002320     ELSE
002322         MOVE SPACE TO ERGEBNIS
002324         PERFORM 2300-ERGEBNIS-ERFRAGEN
002330             THRU 2300-ERGEBNIS-ERFRAGEN-EXIT
002340             UNTIL ERGEBNIS-GUELTIG
002345     END-IF
002350     PERFORM 2400-RUNDE-VERGEBEN THRU 2400-RUNDE-VERGEBEN-EXIT
002355     IF RUNDE-OK
002360         PERFORM 2500-SATZ-VORMERKEN
002680
002690*----------------------------------------------------------------
002700*  2200-GEGNER-ERFASSEN
002710*  Gegner per Spielernummer (interne Partie), per Kennung aus
002711*  der Fremdspielerdatei (2230) oder per getippter DWZ;
002715*  "F" = spielfrei, Freilos ohne Gegner (Gegner-DWZ 0).
002720*----------------------------------------------------------------
002730 2200-GEGNER-ERFASSEN.
002740     MOVE "N" TO SW-GEGNER-OK
002750     MOVE "N" TO SW-INTERNE-PARTIE
002755     MOVE "N" TO SW-FREILOS
002756     MOVE 0 TO FREMD-ID
002760     DISPLAY "Gegner per Spielernummer (J), per Fremdspieler-"
002761         "Kennung (K), per DWZ (N)"
002762     DISPLAY " oder spielfrei/Freilos (F)?"
002770     ACCEPT ANTWORT
002780     INSPECT ANTWORT CONVERTING "jnfk" TO "JNFK"
002782     IF ANTWORT = "F"
002784         MOVE 0 TO GEGNERZAHL
002786         MOVE "J" TO SW-FREILOS
002788         MOVE "J" TO SW-GEGNER-OK
002789         GO TO 2200-GEGNER-ERFASSEN-EXIT
002791     END-IF
002792     IF ANTWORT = "K"
002793         MOVE TURNIER-DATUM TO STICHTAG
002794         PERFORM 2230-FREMD-GEGNER-WAEHLEN
002795             THRU 2230-FREMD-GEGNER-WAEHLEN-EXIT
002796         IF FREMD-OK
002797             MOVE "J" TO SW-GEGNER-OK
002798         END-IF
002799         GO TO 2200-GEGNER-ERFASSEN-EXIT
002799     END-IF
002790     IF ANTWORT = "J"
002800         PERFORM 2210-INTERN-GEGNER-PRUEFEN
002810             THRU 2210-INTERN-GEGNER-PRUEFEN-EXIT
003290     END-IF.
003300 2220-GEGNERZAHL-ERFRAGEN-EXIT.
003310     EXIT.
003311
003312*----------------------------------------------------------------
003313*  2230-FREMD-GEGNER-WAEHLEN
003314*  Kennung erfragen und pruefen (2231).
003315*----------------------------------------------------------------
003316 2230-FREMD-GEGNER-WAEHLEN.
003317     MOVE "N" TO SW-FREMD-OK
003318     IF NOT FREMDDATEI-OFFEN
003319         DISPLAY "Keine Fremdspielerdatei - bitte DWZ eingeben "
003320             "(N)."
003321         GO TO 2230-FREMD-GEGNER-WAEHLEN-EXIT
003322     END-IF
003323     DISPLAY "Kennung des Fremdspielers (DSB-/Bezirksliste):"
003324     ACCEPT FREMD-ID
003325     PERFORM 2231-FREMD-GEGNER-PRUEFEN
003326         THRU 2231-FREMD-GEGNER-PRUEFEN-EXIT.
003327 2230-FREMD-GEGNER-WAEHLEN-EXIT.
003328     EXIT.
003329
003330*----------------------------------------------------------------
003331*  2231-FREMD-GEGNER-PRUEFEN
003332*  FREMD-ID in der Fremdspielerdatei aufsuchen, DWZ zum
003333*  STICHTAG ermitteln (2240), Namen und Verein zur Bestaetigung
003334*  anzeigen.  Ohne bewertbare DWZ (401 - 2999) zum Stichtag
003335*  wird abgewiesen.  Bei Erfolg steht die DWZ in GEGNERZAHL;
003336*  sonst wird FREMD-ID auf 0 gesetzt.
003337*----------------------------------------------------------------
003338 2231-FREMD-GEGNER-PRUEFEN.
003339     MOVE "N" TO SW-FREMD-OK
003340     MOVE FREMD-ID TO FS-FREMD-ID
003341     READ FREMDSPIELERDATEI
003342         INVALID KEY
003343             DISPLAY "Kennung " FREMD-ID " ist nicht in der "
003344                 "Fremdspielerdatei bekannt."
003345             MOVE 0 TO FREMD-ID
003346             GO TO 2231-FREMD-GEGNER-PRUEFEN-EXIT
003347     END-READ
003348     PERFORM 2240-STAND-ERMITTELN THRU 2240-STAND-ERMITTELN-EXIT
003349     IF FREMD-DWZ NOT > 400 OR FREMD-DWZ NOT < 3000
003350         DISPLAY FS-NAME " hat zum " STICHTAG " keine "
003351             "bewertbare DWZ (" FREMD-DWZ ") - Gegner abgewiesen."
003352         MOVE 0 TO FREMD-ID
003353         GO TO 2231-FREMD-GEGNER-PRUEFEN-EXIT
003354     END-IF
003355     DISPLAY "Gegner: " FS-NAME " (" FS-VEREIN ")"
003356     DISPLAY "        DWZ " FREMD-DWZ " (Liste vom "
003357         FS-STAND-DATUM(STAND-IDX) ") - richtig (J/N)?"
003358     ACCEPT ANTWORT
003359     INSPECT ANTWORT CONVERTING "jn" TO "JN"
003360     IF ANTWORT NOT = "J"
003361         DISPLAY "Gegner verworfen - bitte erneut eingeben."
003362         MOVE 0 TO FREMD-ID
003363         GO TO 2231-FREMD-GEGNER-PRUEFEN-EXIT
003364     END-IF
003365     MOVE FREMD-DWZ TO GEGNERZAHL
003366     MOVE "J" TO SW-FREMD-OK.
003367 2231-FREMD-GEGNER-PRUEFEN-EXIT.
003368     EXIT.
003369
003370*----------------------------------------------------------------
003371*  2240-STAND-ERMITTELN
003372*  Neuester Listenstand, der nicht nach dem STICHTAG liegt
003373*  (FS-STAND ist absteigend nach Datum gefuehrt).  Liegt der
003374*  Stichtag vor allen gefuehrten Staenden, gilt der aelteste.
003375*  Ergebnis: STAND-IDX und FREMD-DWZ.
003376*----------------------------------------------------------------
003377 2240-STAND-ERMITTELN.
003378     MOVE "N" TO SW-STAND-GEFUNDEN
003379     MOVE 1 TO STAND-IDX
003380     PERFORM 2241-STAND-VERGLEICH THRU 2241-STAND-VERGLEICH-EXIT
003381         VARYING ST-IDX FROM 1 BY 1
003382         UNTIL ST-IDX > STAND-MAXIMUM OR STAND-GEFUNDEN
003383     IF NOT STAND-GEFUNDEN
003384         PERFORM 2242-AELTESTER-STAND
003385             THRU 2242-AELTESTER-STAND-EXIT
003386             VARYING ST-IDX FROM 1 BY 1
003387             UNTIL ST-IDX > STAND-MAXIMUM
003388         DISPLAY "Hinweis: " STICHTAG " liegt vor dem aeltesten "
003389             "Listenstand " FS-STAND-DATUM(STAND-IDX) "."
003390     END-IF
003391     MOVE FS-STAND-DWZ(STAND-IDX) TO FREMD-DWZ.
003392 2240-STAND-ERMITTELN-EXIT.
003393     EXIT.
003394
003395 2241-STAND-VERGLEICH.
003396     IF FS-STAND-DATUM(ST-IDX) > 0
003397             AND FS-STAND-DATUM(ST-IDX) NOT > STICHTAG
003398         MOVE "J" TO SW-STAND-GEFUNDEN
003399         MOVE ST-IDX TO STAND-IDX
003400     END-IF.
003401 2241-STAND-VERGLEICH-EXIT.
003402     EXIT.
003403
003404 2242-AELTESTER-STAND.
003405     IF FS-STAND-DATUM(ST-IDX) > 0
003406         MOVE ST-IDX TO STAND-IDX
003407     END-IF.
003408 2242-AELTESTER-STAND-EXIT.
003409     EXIT.
003320
003330 2300-ERGEBNIS-ERFRAGEN.
003340     DISPLAY "Ergebnis aus Sicht des Spielers (w = Sieg, "
003350         "d = Remis, l = Niederlage,"
003352     DISPLAY " + = kampflos gewonnen, - = kampflos verloren):"
003360     ACCEPT ERGEBNIS
003370     INSPECT ERGEBNIS CONVERTING "wdl" TO "WDL"
003380     IF NOT ERGEBNIS-GUELTIG
003400         DISPLAY "Ungueltige Eingabe!"
003410     END-IF.
003420 2300-ERGEBNIS-ERFRAGEN-EXIT.
003860*  2500-SATZ-VORMERKEN
003870*  Satz im SPIELSAT-Aufbau in die Erfassungs-Tabelle stellen
003880*  (interne Partie mit Gegnernummer und Satzart "I", sonst
003890*  Normalform mit Gegner-DWZ und ggf. Fremdspieler-Kennung).
003900*----------------------------------------------------------------
003910 2500-SATZ-VORMERKEN.
003920     IF INTERNE-PARTIE
004040         MOVE NEUE-RUNDE TO GS-RUNDE
004050         MOVE GEGNERZAHL TO GS-GEGNERZAHL
004060         MOVE ERGEBNIS TO GS-ERGEBNIS
004065         MOVE FREMD-ID TO GS-FREMD-ID
004070         MOVE SPACE TO GS-SATZART
004080     END-IF
004090     ADD 1 TO PARTIE-ANZAHL
004859*  die Kampfdatei und der Kampfstand wird mitgerechnet.  Ein
004861*  Abbruch verwirft den ganzen Kampf - halbe Kaempfe gibt es
004862*  auf dem Meldebogen auch nicht.
004863*  Vor dem ersten Brett wird die Mannschaftsmeldung der Saison
004864*  geladen (4150) und die bisherigen Einsaetze aus der Kampf-
004865*  datei gezaehlt (4160); ohne Meldung fuer die Mannschaft
004866*  wird die Aufstellung nicht geprueft.
004863*----------------------------------------------------------------
004864 4000-KAMPF-ERFASSEN.
004865     MOVE 0 TO PUNKTE-EIGEN
004906     MOVE 0 TO BRETT-ZAHL
004907     PERFORM 4120-BRETT-ZAHL-ERFRAGEN
004908         THRU 4120-BRETT-ZAHL-ERFRAGEN-EXIT
004909         UNTIL BRETT-ZAHL > 0 AND BRETT-ZAHL NOT > 12
004910     MOVE 0 TO MANNSCHAFT
004911     PERFORM 4130-MANNSCHAFT-ERFRAGEN
004912         THRU 4130-MANNSCHAFT-ERFRAGEN-EXIT
004913         UNTIL MANNSCHAFT > 0
004914     PERFORM 4150-KADER-LADEN THRU 4150-KADER-LADEN-EXIT
004915     IF KADER-PRUEFUNG
004916         PERFORM 4160-EINSAETZE-ZAEHLEN
004917             THRU 4160-EINSAETZE-ZAEHLEN-EXIT
004918     END-IF.
004919 4100-KAMPF-KOPF-ERFRAGEN-EXIT.
004912     EXIT.
004913
004914 4110-KAMPF-DATUM-ERFRAGEN.
004929     END-IF.
004931 4120-BRETT-ZAHL-ERFRAGEN-EXIT.
004932     EXIT.
005070
005071 4130-MANNSCHAFT-ERFRAGEN.
005072     DISPLAY "Mannschaft des Vereins (01 = erste, 02 = "
005072         "zweite ...):"
005073     ACCEPT MANNSCHAFT
005074     IF MANNSCHAFT = 0
005075         DISPLAY "Bitte gib eine gueltige Mannschaftsnummer ein."
005076     END-IF.
005077 4130-MANNSCHAFT-ERFRAGEN-EXIT.
005078     EXIT.
005079
005080*----------------------------------------------------------------
005081*  4150-KADER-LADEN
005082*  Saison aus dem Kampfdatum bestimmen (vor Juli = Saison des
005083*  Vorjahres) und die Meldung aller Mannschaften dieser Saison
005084*  in die Kader-Tabelle laden.  Fehlt die Kaderdatei oder ist
005085*  die Mannschaft nicht gemeldet, wird nicht geprueft.
005086*----------------------------------------------------------------
005087 4150-KADER-LADEN.
005088     MOVE "N" TO SW-KADER-PRUEFUNG
005089     MOVE 0 TO KADER-ANZAHL
005090     MOVE 0 TO EIGENE-GEMELDETE
005091     MOVE KAMPF-DATUM TO DATUM-ZERLEGT
005092     MOVE DZ-JAHR TO SAISON
005093     IF DZ-MONAT < 7
005094         SUBTRACT 1 FROM SAISON
005095     END-IF
005096     OPEN INPUT KADERDATEI
005097     IF KADER-STATUS NOT = "00"
005098         DISPLAY "Keine Mannschaftsmeldung (Kaderdatei, Status "
005099             KADER-STATUS ") - Aufstellung wird NICHT geprueft."
005100         GO TO 4150-KADER-LADEN-EXIT
005101     END-IF
005102     MOVE "N" TO SW-KADER-ENDE
005102     MOVE "N" TO SW-KADER-UEBERLAUF
005103     MOVE SAISON TO KA-SAISON
005104     MOVE 0 TO KA-MANNSCHAFT
005105     MOVE 0 TO KA-RANG
005106     START KADERDATEI KEY NOT < KA-SCHLUESSEL
005107         INVALID KEY
005108             MOVE "J" TO SW-KADER-ENDE
005109     END-START
005110     PERFORM 4151-KADER-SATZ-LADEN THRU 4151-KADER-SATZ-LADEN-EXIT
005111         UNTIL KADER-ENDE
005112     CLOSE KADERDATEI
005113     IF KADER-UEBERLAUF
005114         DISPLAY "Mannschaftsmeldung " SAISON " zu gross "
005115             "fuer die Kader-Tabelle - Aufstellung wird NICHT "
005115             "geprueft."
005116         GO TO 4150-KADER-LADEN-EXIT
005117     END-IF
005118     IF EIGENE-GEMELDETE = 0
005119         DISPLAY "Fuer die " MANNSCHAFT ". Mannschaft ist " SAISON
005120             " nichts gemeldet (siehe DWZKADER) - Aufstellung "
005121             "wird NICHT geprueft."
005122         GO TO 4150-KADER-LADEN-EXIT
005123     END-IF
005124     DISPLAY "Mannschaftsmeldung " SAISON ": " EIGENE-GEMELDETE
005125         " Spieler in der " MANNSCHAFT ". Mannschaft - "
005126         "Aufstellung wird geprueft."
005127     MOVE "J" TO SW-KADER-PRUEFUNG.
005128 4150-KADER-LADEN-EXIT.
005129     EXIT.
005130
005131 4151-KADER-SATZ-LADEN.
005132     READ KADERDATEI NEXT
005133         AT END
005134             MOVE "J" TO SW-KADER-ENDE
005135             GO TO 4151-KADER-SATZ-LADEN-EXIT
005136     END-READ
005137     IF KA-SAISON NOT = SAISON
005138         MOVE "J" TO SW-KADER-ENDE
005139         GO TO 4151-KADER-SATZ-LADEN-EXIT
005140     END-IF
005141     IF KADER-ANZAHL NOT < KADER-MAXIMUM
005142         MOVE "J" TO SW-KADER-UEBERLAUF
005142         MOVE "J" TO SW-KADER-ENDE
005143         GO TO 4151-KADER-SATZ-LADEN-EXIT
005144     END-IF
005145     ADD 1 TO KADER-ANZAHL
005146     MOVE KA-MANNSCHAFT TO KT-MANNSCHAFT(KADER-ANZAHL)
005147     MOVE KA-RANG TO KT-RANG(KADER-ANZAHL)
005148     MOVE KA-SPIELER-ID TO KT-SPIELER-ID(KADER-ANZAHL)
005149     MOVE 0 TO KT-EINSAETZE-HOEHER(KADER-ANZAHL)
005150     IF KA-MANNSCHAFT = MANNSCHAFT
005151         ADD 1 TO EIGENE-GEMELDETE
005152     END-IF.
005153 4151-KADER-SATZ-LADEN-EXIT.
005154     EXIT.
005155
005156*----------------------------------------------------------------
005157*  4160-EINSAETZE-ZAEHLEN
005158*  Bisherige Kaempfe derselben Saison aus der Kampfdatei lesen
005159*  und je gemeldetem Spieler die Einsaetze in Mannschaften
005160*  oberhalb der Mannschaft dieses Kampfes zaehlen.  Als Einsatz
005161*  zaehlt jedes Brett ausser "-" (kampflos verloren, der
005162*  Spieler war nicht da).  Kaempfe ohne Mannschaftsnummer (vor
005163*  der Mannschaftsmeldung erfasst) zaehlen nicht.
005164*----------------------------------------------------------------
005165 4160-EINSAETZE-ZAEHLEN.
005166     OPEN INPUT KAMPFDATEI
005167     IF KAMPF-STATUS NOT = "00"
005168         GO TO 4160-EINSAETZE-ZAEHLEN-EXIT
005169     END-IF
005170     MOVE "N" TO SW-KAMPFDATEI-ENDE
005171     MOVE "N" TO SW-HOEHERER-KAMPF
005172     PERFORM 4161-KAMPFSATZ-LESEN THRU 4161-KAMPFSATZ-LESEN-EXIT
005173         UNTIL KAMPFDATEI-ENDE
005174     CLOSE KAMPFDATEI.
005175 4160-EINSAETZE-ZAEHLEN-EXIT.
005176     EXIT.
005177
005178 4161-KAMPFSATZ-LESEN.
005179     READ KAMPFDATEI
005180         AT END
005181             MOVE "J" TO SW-KAMPFDATEI-ENDE
005182             GO TO 4161-KAMPFSATZ-LESEN-EXIT
005183     END-READ
005184     IF MK-K-KENNUNG = "K"
005185         MOVE "N" TO SW-HOEHERER-KAMPF
005186         IF MK-K-MANNSCHAFT NOT NUMERIC OR MK-K-MANNSCHAFT = 0
005187             GO TO 4161-KAMPFSATZ-LESEN-EXIT
005188         END-IF
005189         MOVE MK-K-DATUM TO DATUM-ZERLEGT
005190         MOVE DZ-JAHR TO KAMPF-SAISON
005191         IF DZ-MONAT < 7
005192             SUBTRACT 1 FROM KAMPF-SAISON
005193         END-IF
005194         IF KAMPF-SAISON = SAISON
005195                 AND MK-K-MANNSCHAFT < MANNSCHAFT
005196             MOVE "J" TO SW-HOEHERER-KAMPF
005197         END-IF
005198         GO TO 4161-KAMPFSATZ-LESEN-EXIT
005199     END-IF
005200     IF MK-B-KENNUNG = "B" AND HOEHERER-KAMPF
005201             AND MK-B-ERGEBNIS NOT = "-"
005202         MOVE MK-B-SPIELER-ID TO SPIELER-ID
005203         PERFORM 4170-KADER-SUCHEN THRU 4170-KADER-SUCHEN-EXIT
005204         IF KT-GEFUNDEN
005205             ADD 1 TO KT-EINSAETZE-HOEHER(KT-TREFFER)
005206         END-IF
005207     END-IF.
005208 4161-KAMPFSATZ-LESEN-EXIT.
005209     EXIT.
005210
005211*----------------------------------------------------------------
005212*  4170-KADER-SUCHEN
005213*  SPIELER-ID in der Kader-Tabelle suchen (Treffer in
005214*  KT-TREFFER).
005215*----------------------------------------------------------------
005216 4170-KADER-SUCHEN.
005217     MOVE "N" TO SW-KT-GEFUNDEN
005218     PERFORM 4171-KADER-VERGLEICH THRU 4171-KADER-VERGLEICH-EXIT
005219         VARYING KT-IDX FROM 1 BY 1
005220         UNTIL KT-IDX > KADER-ANZAHL OR KT-GEFUNDEN.
005221 4170-KADER-SUCHEN-EXIT.
005222     EXIT.
005223
005224 4171-KADER-VERGLEICH.
005225     IF KT-SPIELER-ID(KT-IDX) = SPIELER-ID
005226         MOVE "J" TO SW-KT-GEFUNDEN
005227         MOVE KT-IDX TO KT-TREFFER
005228     END-IF.
005229 4171-KADER-VERGLEICH-EXIT.
005230     EXIT.
004933
004934*----------------------------------------------------------------
004935*  4200-BRETT-ERFASSEN
004948         GO TO 4200-BRETT-ERFASSEN-EXIT
004949     END-IF
004951     MOVE 0 TO GEGNERZAHL
004952     MOVE 0 TO FREMD-ID
004953     MOVE "N" TO SW-GEGNER-OK
004954     PERFORM 4230-BRETT-GEGNER THRU 4230-BRETT-GEGNER-EXIT
004954         UNTIL GEGNER-OK
004955     MOVE SPACE TO ERGEBNIS
004956     PERFORM 2300-ERGEBNIS-ERFRAGEN
004957         THRU 2300-ERGEBNIS-ERFRAGEN-EXIT
004958         UNTIL ERGEBNIS-GUELTIG
004959     PERFORM 2400-RUNDE-VERGEBEN THRU 2400-RUNDE-VERGEBEN-EXIT
004961     IF NOT RUNDE-OK
004962         MOVE "J" TO SW-KAMPF-ABBRUCH
004967     MOVE AKT-BRETT TO KB-BRETT(AKT-BRETT)
004968     MOVE SPIELER-ID TO KB-SPIELER-ID(AKT-BRETT)
004969     MOVE GEGNERZAHL TO KB-GEGNER-DWZ(AKT-BRETT)
004969     MOVE FREMD-ID TO KB-GEGNER-ID(AKT-BRETT)
004971     MOVE ERGEBNIS TO KB-ERGEBNIS(AKT-BRETT)
004972     EVALUATE ERGEBNIS
004973         WHEN "W"
004977             ADD 0,5 TO PUNKTE-GEGNER
004978         WHEN "L"
004979             ADD 1,0 TO PUNKTE-GEGNER
004980         WHEN "+"
004981             ADD 1,0 TO PUNKTE-EIGEN
004982         WHEN "-"
004983             ADD 1,0 TO PUNKTE-GEGNER
004984     END-EVALUATE
004982     MOVE PUNKTE-EIGEN TO PUNKTE-EIGEN-ANZEIGE
004983     MOVE PUNKTE-GEGNER TO PUNKTE-GEGNER-ANZEIGE
004984     DISPLAY "Kampfstand: " PUNKTE-EIGEN-ANZEIGE " : "
004996         GO TO 4210-BRETT-SPIELER-EXIT
004997     END-IF
004998     PERFORM 2100-SPIELER-PRUEFEN THRU 2100-SPIELER-PRUEFEN-EXIT
004999     IF NOT SPIELER-OK
005000         GO TO 4210-BRETT-SPIELER-EXIT
005001     END-IF
005002     MOVE 0 TO KB-MANNSCHAFT(AKT-BRETT)
005003     MOVE 0 TO KB-RANG(AKT-BRETT)
005004     IF KADER-PRUEFUNG
005005         PERFORM 4220-AUFSTELLUNG-PRUEFEN
005006             THRU 4220-AUFSTELLUNG-PRUEFEN-EXIT
005007     ELSE
005008         MOVE "J" TO SW-BRETT-OK
005009     END-IF.
005010 4210-BRETT-SPIELER-EXIT.
005011     EXIT.
005300
005301*----------------------------------------------------------------
005302*  4220-AUFSTELLUNG-PRUEFEN
005303*  Brett gegen die Mannschaftsmeldung pruefen.  Abgewiesen wird,
005304*  wer schon an einem vorderen Brett steht, fuer diese Saison
005305*  nicht gemeldet ist, fuer eine hoehere Mannschaft gemeldet
005306*  ist (darf nicht nach unten) oder in hoeheren Mannschaften
005307*  bereits FESTSPIEL-GRENZE Mal eingesetzt war.  Steht an einem
005308*  vorderen Brett ein Spieler, der in der Meldung hinter diesem
005309*  steht, wird gewarnt und nur auf Bestaetigung aufgestellt.
005310*----------------------------------------------------------------
005311 4220-AUFSTELLUNG-PRUEFEN.
005312     IF AKT-BRETT > 1
005313         PERFORM 4221-DOPPELT-PRUEFEN
005313             THRU 4221-DOPPELT-PRUEFEN-EXIT
005314             VARYING BRETT-IDX FROM 1 BY 1
005315             UNTIL BRETT-IDX NOT < AKT-BRETT
005316         IF NOT SPIELER-OK
005317             GO TO 4220-AUFSTELLUNG-PRUEFEN-EXIT
005318         END-IF
005319     END-IF
005320     PERFORM 4170-KADER-SUCHEN THRU 4170-KADER-SUCHEN-EXIT
005321     IF NOT KT-GEFUNDEN
005322         DISPLAY "ABGEWIESEN: " SPIELER-NAME-ANZEIGE " ist fuer "
005323             "die Saison " SAISON " nicht gemeldet."
005324         GO TO 4220-AUFSTELLUNG-PRUEFEN-EXIT
005325     END-IF
005326     IF KT-MANNSCHAFT(KT-TREFFER) < MANNSCHAFT
005327         DISPLAY "ABGEWIESEN: " SPIELER-NAME-ANZEIGE " ist fuer "
005328             "die " KT-MANNSCHAFT(KT-TREFFER) ". Mannschaft "
005329             "gemeldet und darf nicht in der " MANNSCHAFT
005330             ". spielen."
005331         GO TO 4220-AUFSTELLUNG-PRUEFEN-EXIT
005332     END-IF
005333     IF KT-EINSAETZE-HOEHER(KT-TREFFER) NOT < FESTSPIEL-GRENZE
005334         DISPLAY "ABGEWIESEN: " SPIELER-NAME-ANZEIGE " hat "
005335             KT-EINSAETZE-HOEHER(KT-TREFFER) " Einsaetze in "
005336             "hoeheren Mannschaften und ist dort festgespielt."
005337         GO TO 4220-AUFSTELLUNG-PRUEFEN-EXIT
005338     END-IF
005339     MOVE KT-MANNSCHAFT(KT-TREFFER) TO KB-MANNSCHAFT(AKT-BRETT)
005340     MOVE KT-RANG(KT-TREFFER) TO KB-RANG(AKT-BRETT)
005341     MOVE "J" TO SW-REIHENFOLGE-OK
005342     IF AKT-BRETT > 1
005343         PERFORM 4222-REIHENFOLGE-PRUEFEN
005344             THRU 4222-REIHENFOLGE-PRUEFEN-EXIT
005345             VARYING BRETT-IDX FROM 1 BY 1
005346             UNTIL BRETT-IDX NOT < AKT-BRETT
005347     END-IF
005348     IF NOT REIHENFOLGE-OK
005349         DISPLAY "WARNUNG: Aufstellung weicht von der gemeldeten "
005350             "Reihenfolge ab - trotzdem aufstellen (J/N)?"
005351         ACCEPT ANTWORT
005352         INSPECT ANTWORT CONVERTING "jn" TO "JN"
005353         IF ANTWORT NOT = "J"
005354             DISPLAY "Brett " AKT-BRETT " bitte neu besetzen."
005355             GO TO 4220-AUFSTELLUNG-PRUEFEN-EXIT
005356         END-IF
005357     END-IF
005358     MOVE "J" TO SW-BRETT-OK.
005359 4220-AUFSTELLUNG-PRUEFEN-EXIT.
005360     EXIT.
005361
005362 4221-DOPPELT-PRUEFEN.
005363     IF KB-SPIELER-ID(BRETT-IDX) = SPIELER-ID
005364         DISPLAY "ABGEWIESEN: " SPIELER-NAME-ANZEIGE " spielt "
005365             "bereits an Brett " KB-BRETT(BRETT-IDX) "."
005366         MOVE "N" TO SW-SPIELER-OK
005367     END-IF.
005368 4221-DOPPELT-PRUEFEN-EXIT.
005369     EXIT.
005370
005371 4222-REIHENFOLGE-PRUEFEN.
005372     IF KB-MANNSCHAFT(BRETT-IDX) > KB-MANNSCHAFT(AKT-BRETT)
005373             OR (KB-MANNSCHAFT(BRETT-IDX)
005373                 = KB-MANNSCHAFT(AKT-BRETT)
005374             AND KB-RANG(BRETT-IDX) > KB-RANG(AKT-BRETT))
005375         DISPLAY "WARNUNG: " SPIELER-NAME-ANZEIGE " (Rang "
005376             KB-RANG(AKT-BRETT) " der " KB-MANNSCHAFT(AKT-BRETT)
005377             ".) ist vor Brett " KB-BRETT(BRETT-IDX) " (Rang "
005378             KB-RANG(BRETT-IDX) " der " KB-MANNSCHAFT(BRETT-IDX)
005379             ".) gemeldet."
005380         MOVE "N" TO SW-REIHENFOLGE-OK
005381     END-IF.
005382 4222-REIHENFOLGE-PRUEFEN-EXIT.
005383     EXIT.
005384
005385*----------------------------------------------------------------
005386*  4230-BRETT-GEGNER
005387*  Gegner am Brett: Kennung aus der Fremdspielerdatei, DWZ zum
005388*  Kampfdatum (2231); Kennung 0 oder keine Fremdspielerdatei =
005389*  DWZ wie bisher tippen.
005390*----------------------------------------------------------------
005391 4230-BRETT-GEGNER.
005392     IF FREMDDATEI-OFFEN
005393         DISPLAY "Kennung des Gegners aus der Fremdspielerdatei "
005394             "(0 = nur DWZ):"
005395         ACCEPT FREMD-ID
005396         IF FREMD-ID NOT = 0
005397             MOVE KAMPF-DATUM TO STICHTAG
005398             PERFORM 2231-FREMD-GEGNER-PRUEFEN
005399                 THRU 2231-FREMD-GEGNER-PRUEFEN-EXIT
005400             IF FREMD-OK
005401                 MOVE "J" TO SW-GEGNER-OK
005402             END-IF
005403             GO TO 4230-BRETT-GEGNER-EXIT
005404         END-IF
005405     END-IF
005406     PERFORM 2220-GEGNERZAHL-ERFRAGEN
005407         THRU 2220-GEGNERZAHL-ERFRAGEN-EXIT
005408         UNTIL GEGNERZAHL > 400 AND GEGNERZAHL < 3000
005409     MOVE "J" TO SW-GEGNER-OK.
005410 4230-BRETT-GEGNER-EXIT.
005411     EXIT.
005005
005006*----------------------------------------------------------------
005007*  4300-KAMPF-ABSCHLIESSEN
005034     MOVE GEGNER-VEREIN TO MK-K-GEGNER-VEREIN
005035     MOVE KAMPF-DATUM TO MK-K-DATUM
005036     MOVE BRETT-ZAHL TO MK-K-BRETTER
005037     MOVE MANNSCHAFT TO MK-K-MANNSCHAFT
005037     WRITE MK-KOPF
005038     PERFORM 4310-BRETT-SCHREIBEN THRU 4310-BRETT-SCHREIBEN-EXIT
005039         VARYING BRETT-IDX FROM 1 BY 1
005053     MOVE KB-BRETT(BRETT-IDX) TO MK-B-BRETT
005054     MOVE KB-SPIELER-ID(BRETT-IDX) TO MK-B-SPIELER-ID
005055     MOVE KB-GEGNER-DWZ(BRETT-IDX) TO MK-B-GEGNER-DWZ
005055     MOVE KB-GEGNER-ID(BRETT-IDX) TO MK-B-GEGNER-ID
005056     MOVE KB-ERGEBNIS(BRETT-IDX) TO MK-B-ERGEBNIS
005057     WRITE MK-BRETT.
005058 4310-BRETT-SCHREIBEN-EXIT.
004930     END-IF
004932     IF TURNIERDATEI-OFFEN
004934         CLOSE TURNIERDATEI
004936     END-IF
004937     IF FREMDDATEI-OFFEN
004938         CLOSE FREMDSPIELERDATEI
004939     END-IF.
004940 9999-ABSCHLUSS-EXIT.
004950     EXIT.
