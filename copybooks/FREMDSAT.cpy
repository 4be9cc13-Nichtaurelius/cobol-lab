000100*================================================================
000110*  FREMDSAT.CPY
000120*  Satzaufbau der Fremdspielerdatei (FREMDSPIELERDATEI):
000130*  Spieler anderer Vereine, gegen die unsere Mitglieder in
000140*  Turnieren und Mannschaftskaempfen antreten.  Indizierte
000150*  Datei, Schluessel = FS-FREMD-ID (DSB-/Bezirks-Kennung aus
000160*  der DWZ-Liste des Bezirks, siehe FLISTSAT).
000170*
000180*  Geladen und fortgeschrieben nur von DWZFREMD aus der
000190*  jeweils neuesten DWZ-Liste.  Je Spieler werden die DWZ der
000200*  letzten vier Listenstaende gefuehrt (FS-STAND, neuester
000210*  zuerst, unbenutzte Eintraege mit Datum 0), damit zu jedem
000220*  Turnier die DWZ zum Turnierdatum genommen werden kann:
000230*  massgeblich ist der neueste Stand, der nicht nach dem
000240*  Turnierdatum liegt.  Liegt das Turnier vor dem aeltesten
000250*  gefuehrten Stand, gilt dieser.  FS-STAND-DWZ 0 = der
000260*  Spieler hatte zu diesem Stand keine DWZ.
000270*
000280*  Die Kennung steht in der Partiedatei (GS-FREMD-ID, siehe
000290*  SPIELSAT) und in der Kampfdatei (MK-B-GEGNER-ID, siehe
000300*  MKSAT); DWZERF und DWZPAAR waehlen den Gegner darueber aus,
000310*  DWZPRUEF prueft die DWZ nach, DWZTAB und DWZMANN drucken
000320*  den Namen.
000330*----------------------------------------------------------------
000340*  Geaendert:
000350*  2026-10-15  AH  Neu angelegt fuer die Fremdspielerdatei.
000360*================================================================
000370 01  FS-SATZ.
000380     05  FS-FREMD-ID             PIC 9(08).
000390     05  FS-NAME                 PIC X(25).
000400     05  FS-VEREIN               PIC X(30).
000410     05  FS-STAND OCCURS 4 TIMES.
000420         10  FS-STAND-DATUM      PIC 9(08).
000430         10  FS-STAND-DWZ        PIC 9(04).
000440     05  FILLER                  PIC X(09).
