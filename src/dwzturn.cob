000170*----------------------------------------------------------------
000180*  DWZTURN pflegt die Turnier-Stammdatei (TURNIERDATEI, Aufbau
000190*  siehe TURNSAT):  Turniere anlegen (Kennung, Name, Turnier-
000200*  datum, geplante Rundenzahl, DWZ-Obergrenze bei rating-
000205*  limitierten Turnieren), anzeigen, berichtigen, als an
000210*  den Bezirk gemeldet kennzeichnen, stornieren und wieder
000220*  oeffnen.  Die Turnierkennung war bisher freier Text in der
000230*  Partiedatei - ein Tippfehler spaltete ein Turnier unbemerkt
000290*  (bisher stand dort das Laufdatum).
000300*
000310*  Statuswechsel (siehe TURNSAT):  anlegen -> "O";  "B" wird
000320*  von DWZBATCH gesetzt;  "B" -> "M" setzt der Meldelauf
000330*  DWZMELD, hier nur noch von Hand nach Rueckfrage fuer ein
000332*  Turnier, das DWZMELD nicht aufbauen kann;  "O" -> "X" hier
000334*  (stornieren);  "X"/"B" -> "O" hier nach Rueckfrage (wieder
000340*  oeffnen).  Ein gemeldetes Turnier ("M") wird nicht mehr
000350*  veraendert.
000360*----------------------------------------------------------------
000370*  AENDERUNGEN:
000380*  2026-09-02  AH  Neu angelegt fuer die Turnier-Stammdatei.
000382*  2026-10-15  AH  DWZ-Obergrenze (TU-DWZ-GRENZE, 0 = ohne)
000384*                  wird beim Anlegen und Berichtigen erfragt
000386*                  und angezeigt.
000387*  2026-10-15  AH  "B" -> "M" setzt regulaer der Meldelauf
000388*                  DWZMELD; Funktion 4 bleibt fuer Turniere
000389*                  ohne Protokolleintraege und fragt nach.
000389*  2026-10-15  AH  DWZ-Obergrenze wird geprueft: nur 0 (ohne
000389*                  Grenze) oder 401 - 2999, sonst neue Eingabe.
000390*================================================================
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000590 01  NEUER-NAME                  PIC X(25).
000600 01  NEUES-DATUM                 PIC 9(08).
000610 01  NEUE-RUNDEN                 PIC 9(02).
000615 01  NEUE-GRENZE                 PIC 9(04).
000620 01  ANTWORT                     PIC X(01).
000630
000640 01  SCHALTER-BEREICH.
001140     DISPLAY "Turnier-Pflege - bitte Funktion waehlen:"
001150     DISPLAY "  1 = Turnier anlegen"
001160     DISPLAY "  2 = Turnier anzeigen"
001170     DISPLAY "  3 = Name/Datum/Runden/DWZ-Grenze berichtigen"
001180     DISPLAY "  4 = von Hand als gemeldet kennzeichnen"
001190     DISPLAY "  5 = Turnier stornieren"
001200     DISPLAY "  6 = Turnier wieder oeffnen"
001210     DISPLAY "  0 = Ende"
001750     MOVE 0 TO NEUE-RUNDEN
001760     PERFORM 2720-RUNDEN-ERFRAGEN THRU 2720-RUNDEN-ERFRAGEN-EXIT
001770         UNTIL NEUE-RUNDEN > 0 AND NEUE-RUNDEN < 30
001771     MOVE 1 TO NEUE-GRENZE
001772     PERFORM 2730-GRENZE-ERFRAGEN THRU 2730-GRENZE-ERFRAGEN-EXIT
001774         UNTIL NEUE-GRENZE = 0
001776            OR (NEUE-GRENZE > 400 AND NEUE-GRENZE < 3000)
001780     MOVE SPACES TO TU-SATZ
001790     MOVE TURNIER-ID TO TU-TURNIER-ID
001800     MOVE NEUER-NAME TO TU-NAME
001810     MOVE NEUES-DATUM TO TU-DATUM
001820     MOVE NEUE-RUNDEN TO TU-RUNDEN-GEPLANT
001825     MOVE NEUE-GRENZE TO TU-DWZ-GRENZE
001830     MOVE "O" TO TU-STATUS
001840     WRITE TU-SATZ
001850         INVALID KEY
002040     DISPLAY "Name:     " TU-NAME
002050     DISPLAY "Datum:    " TU-DATUM
002060     DISPLAY "Runden:   " TU-RUNDEN-GEPLANT
002062     IF TU-DWZ-GRENZE IS NUMERIC AND TU-DWZ-GRENZE > 0
002064         DISPLAY "DWZ bis:  " TU-DWZ-GRENZE
002066     ELSE
002068         DISPLAY "DWZ bis:  ohne Grenze"
002069     END-IF
002070     EVALUATE TRUE
002080         WHEN TU-OFFEN
002090             DISPLAY "Status:   offen"
002520     PERFORM 2720-RUNDEN-ERFRAGEN THRU 2720-RUNDEN-ERFRAGEN-EXIT
002530         UNTIL NEUE-RUNDEN > 0 AND NEUE-RUNDEN < 30
002540     MOVE NEUE-RUNDEN TO TU-RUNDEN-GEPLANT
002541     IF TU-DWZ-GRENZE IS NUMERIC
002542         DISPLAY "Bisherige DWZ-Obergrenze: " TU-DWZ-GRENZE
002543     ELSE
002544         DISPLAY "Bisher ohne DWZ-Obergrenze."
002545     END-IF
002545     MOVE 1 TO NEUE-GRENZE
002546     PERFORM 2730-GRENZE-ERFRAGEN THRU 2730-GRENZE-ERFRAGEN-EXIT
002546         UNTIL NEUE-GRENZE = 0
002546            OR (NEUE-GRENZE > 400 AND NEUE-GRENZE < 3000)
002547     MOVE NEUE-GRENZE TO TU-DWZ-GRENZE
002550     PERFORM 2900-TURNIER-SCHREIBEN
002560         THRU 2900-TURNIER-SCHREIBEN-EXIT
002570     DISPLAY "Turnier berichtigt.".
002600
002610*----------------------------------------------------------------
002620*  2400-GEMELDET-SETZEN
002630*  Regulaer setzt der Meldelauf DWZMELD ein gemeldetes Turnier
002640*  auf "M".  Hier nur von Hand nach Rueckfrage, etwa fuer ein
002642*  Turnier, das auf anderem Weg gemeldet wurde, weil DWZMELD es
002644*  nicht aus dem Protokoll aufbauen kann ("KEINE DATEN" in der
002646*  Meldeliste).  DWZSTORN lehnt eine Rueckabwicklung gemeldeter
002650*  Turniere ab.
002660*----------------------------------------------------------------
002670 2400-GEMELDET-SETZEN.
002680     PERFORM 2800-TURNIER-AUFSUCHEN
002760             "')."
002770         GO TO 2400-GEMELDET-SETZEN-EXIT
002780     END-IF
002782     DISPLAY "Hinweis: bewertete Turniere meldet der Meldelauf "
002784         "DWZMELD und setzt sie dabei auf gemeldet."
002786     DISPLAY "Turnier " TU-TURNIER-ID " (" TU-NAME ") ohne "
002788         "Meldelauf als gemeldet kennzeichnen (J/N)?"
002790     ACCEPT ANTWORT
002792     INSPECT ANTWORT CONVERTING "jn" TO "JN"
002794     IF ANTWORT NOT = "J"
002796         DISPLAY "Turnier bleibt bewertet."
002798         GO TO 2400-GEMELDET-SETZEN-EXIT
002799     END-IF
002800     MOVE "M" TO TU-STATUS
002801     PERFORM 2900-TURNIER-SCHREIBEN
002810         THRU 2900-TURNIER-SCHREIBEN-EXIT
002820     DISPLAY "Turnier " TU-TURNIER-ID " als gemeldet "
002830         "gekennzeichnet.".
003760     END-IF.
003770 2720-RUNDEN-ERFRAGEN-EXIT.
003780     EXIT.
003781
003782 2730-GRENZE-ERFRAGEN.
003783     DISPLAY "DWZ-Obergrenze des Turniers (0 = ohne Grenze):"
003784     ACCEPT NEUE-GRENZE
003784     IF NEUE-GRENZE NOT = 0
003784        AND (NEUE-GRENZE NOT > 400 OR NEUE-GRENZE NOT < 3000)
003785         DISPLAY "Bitte gib eine gueltige DWZ-Obergrenze ein "
003785             "(0 oder 401 - 2999):"
003785     END-IF.
003785 2730-GRENZE-ERFRAGEN-EXIT.
003786     EXIT.
003790
003800*----------------------------------------------------------------
003810*  2800-TURNIER-AUFSUCHEN
