000178*  ergibt sich aus dem des Eintragenden).  Die Spalten 1-16
000180*  (Turnierkennung, Spielernummer, Runde) sind in beiden Formen
000182*  gleich belegt.
000183*
000184*  Ergebnis-Codes (GS-ERGEBNIS bzw. GI-ERGEBNIS, aus Sicht des
000185*  Eintragenden):  "W" = Sieg, "D" = Remis, "L" = Niederlage,
000186*  "+" = kampflos gewonnen, "-" = kampflos verloren, "F" =
000187*  Freilos (spielfrei, kein Gegner; GS-GEGNERZAHL ist 0, nur in
000188*  der Normalform).  Kampflose Partien und Freilose zaehlen in
000189*  Turniertabelle, Rundenliste und Mannschaftskampf wie ein
000190*  Sieg bzw. eine Niederlage, sind aber nach der Wertungsordnung
000191*  nicht DWZ-wirksam:  DWZBATCH und DWZ uebergehen sie, sie
000192*  erscheinen weder im Protokoll noch in der Meldedatei.
000192*
000192*  Normalform gegen einen Spieler aus der Fremdspielerdatei
000192*  (siehe FREMDSAT):  GS-FREMD-ID traegt seine Kennung, GS-
000192*  GEGNERZAHL seine DWZ zum Turnierdatum aus dieser Datei.
000192*  Leerzeichen oder 0 = Gegner nur ueber die getippte DWZ
000192*  bekannt (alle vorher erfassten Saetze).
000193*----------------------------------------------------------------
000190*  Geaendert:
000200*  2026-08-09  AH  Neu angelegt fuer Stapelverarbeitung.
000202*  2026-08-22  AH  Zweite Satzform fuer vereinsinterne Partien
000204*                  (Gegner ueber Spielernummer statt getippter
000206*                  DWZ) und Satzart-Kennzeichen in Spalte 30
000208*                  ergaenzt.
000209*  2026-10-15  AH  Ergebnis-Codes fuer kampflose Partien ("+"/
000210*                  "-") und Freilos ("F") ergaenzt.
000210*  2026-10-15  AH  Kennung des Fremdspielers (GS-FREMD-ID) aus
000210*                  dem bisherigen Fuellfeld.
000210*================================================================
000220 01  GS-SATZ.
000230     05  GS-TURNIER-ID           PIC X(08).
000250     05  GS-RUNDE                PIC 9(02).
000260     05  GS-GEGNERZAHL           PIC 9(04).
000270     05  GS-ERGEBNIS             PIC X(01).
000280     05  GS-FREMD-ID             PIC 9(08).
000290     05  GS-SATZART              PIC X(01).
000300         88  GS-INTERNE-PARTIE   VALUE "I".
000310*----------------------------------------------------------------
