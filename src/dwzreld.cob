000290*
000300*  ACHTUNG: der Lauf schreibt die Stammdatei neu (OPEN OUTPUT)
000310*  und ueberschreibt damit den vorhandenen Bestand.
000312*
000314*  Bestandssaetze aus Sicherungen vor Einfuehrung des Geburts-
000316*  datums (siehe ENTLSAT) werden beim Laden umgestellt: das
000318*  Geburtsdatum wird aus dem alten Alter geschaetzt (1. Januar
000319*  des Jahres heute minus Alter, ohne Alter 0 = unbekannt) und
000319*  als geschaetzt gekennzeichnet (Pruefliste in DWZWART).
000320*----------------------------------------------------------------
000330*  AENDERUNGEN:
000340*  2026-08-22  AH  Neu angelegt fuer den Entlade-/Rueckladeweg.
000344*                  ergaenzt: Laufanfang/-ende, jeder verworfene
000346*                  Satz der Sicherung mit Satznummer und Grund,
000348*                  Ergebnis des Ruecklaufs mit Satzzahl.
000349*  2026-10-15  AH  Alte Bestandssaetze (Alter statt Geburts-
000349*                  datum) beim Laden umstellen, Geburtsdatum
000349*                  geschaetzt und gekennzeichnet.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000612 01  GELESEN-ZAEHLER             PIC 9(08) VALUE 0.
000614 01  AKTUELLES-DATUM             PIC 9(08).
000616 01  AKTUELLE-ZEIT               PIC 9(06).
000617 01  STICHTAG-JAHR               PIC 9(04).
000617 01  ALT-ALTER                   PIC 9(03).
000617 01  UMGESTELLT-ZAEHLER          PIC 9(08) VALUE 0.
000618
000621*  Uebergabefelder fuer eine Zeile des Lauf-Journals (LAUFSAT)
000622 01  JOURNAL-ART                 PIC X(01).
000940*  1000-INITIALISIEREN
000950*----------------------------------------------------------------
000960 1000-INITIALISIEREN.
000961     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
000961     MOVE AKTUELLES-DATUM(1:4) TO STICHTAG-JAHR
000962     MOVE "A" TO JOURNAL-ART
000963     MOVE 0 TO JOURNAL-SATZNUMMER
000964     MOVE SPACES TO JOURNAL-TEXT
001410     EVALUATE EB-KENNUNG
001420         WHEN "D"
001430             MOVE EB-SPIELER-ABBILD TO SP-SATZ
001432             IF EB-ALT-ERWEITERUNG = SPACES
001434                 PERFORM 2200-GEBDATUM-SCHAETZEN
001436                     THRU 2200-GEBDATUM-SCHAETZEN-EXIT
001438             END-IF
001440             WRITE SP-SATZ
001450                 INVALID KEY
001460                     DISPLAY "Satz " SP-SPIELER-ID " nicht "
001630     END-EVALUATE.
001640 2100-SATZ-VERARBEITEN-EXIT.
001650     EXIT.
001651
001652*----------------------------------------------------------------
001653*  2200-GEBDATUM-SCHAETZEN
001654*  Alter Bestandssatz ohne Geburtsdatum: 1. Januar des Jahres
001655*  (heute minus Alter) einsetzen, so dass das abgeleitete Alter
001656*  heute dem bisherigen entspricht; ohne brauchbares Alter 0
001657*  (unbekannt).  Beides wird als geschaetzt gekennzeichnet.
001658*----------------------------------------------------------------
001659 2200-GEBDATUM-SCHAETZEN.
001660     MOVE 0 TO SP-GEBURTSDATUM
001661     MOVE "G" TO SP-GEBDAT-KENNZ
001662     ADD 1 TO UMGESTELLT-ZAEHLER
001663     IF EB-ALT-ALTER NOT NUMERIC
001664         GO TO 2200-GEBDATUM-SCHAETZEN-EXIT
001665     END-IF
001666     MOVE EB-ALT-ALTER TO ALT-ALTER
001667     IF ALT-ALTER = 0 OR ALT-ALTER NOT < STICHTAG-JAHR
001668         GO TO 2200-GEBDATUM-SCHAETZEN-EXIT
001669     END-IF
001670     COMPUTE SP-GEBURTSDATUM =
001671         (STICHTAG-JAHR - ALT-ALTER) * 10000 + 101.
001672 2200-GEBDATUM-SCHAETZEN-EXIT.
001673     EXIT.
001660
001670*----------------------------------------------------------------
001680*  3000-SUMMEN-PRUEFEN
002115             SUMME-SPIELE "."
002117         MOVE "RUECKLAUF GELUNGEN" TO JT-GRUND
002119     END-IF
002120     IF UMGESTELLT-ZAEHLER > 0
002120         DISPLAY UMGESTELLT-ZAEHLER " Saetze aus der Zeit vor "
002120             "dem Geburtsdatum umgestellt - Geburtsdatum "
002120             "geschaetzt, bitte ueber DWZWART (Funktion 7) "
002120             "pruefen."
002120     END-IF
002121     MOVE "E" TO JOURNAL-ART
002123     MOVE 0 TO JOURNAL-SATZNUMMER
002125     MOVE SATZ-ZAEHLER TO JT-KENNUNG
