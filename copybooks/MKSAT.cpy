000180*                   Kampfdatum und Zahl der Bretter
000190*    Brettsatz "B"  je Brett: Brettnummer, eigene Spielernummer,
000200*                   DWZ des gegnerischen Brettes und Ergebnis
000210*                   aus eigener Sicht (W/D/L, kampflos +/-)
000210*                   und - falls aus der Fremdspielerdatei
000210*                   gewaehlt - Kennung des Gegners (siehe
000210*                   FREMDSAT; Leerzeichen oder 0 = nur DWZ)
000220*  Die Partien selbst stehen unveraendert als Normalform-Saetze
000230*  (SPIELSAT) in der Partiedatei; die Kampfdatei traegt nur die
000240*  Zuordnung Kampf/Brett und wird von DWZMANN zum Kampfbericht,
000250*  zur Saisontabelle und zum Saison-Kaderbericht aufbereitet.
000260*----------------------------------------------------------------
000270*  Geaendert:
000280*  2026-09-02  AH  Neu angelegt fuer den Mannschaftskampf.
000281*  2026-10-15  AH  Kampflose Bretter ("+"/"-") ergaenzt.
000282*  2026-10-15  AH  Mannschaftsnummer im Kopfsatz (aus dem
000283*                  bisherigen Fuellfeld).
000284*  2026-10-15  AH  Kennung des gegnerischen Spielers im
000285*                  Brettsatz (aus dem bisherigen Fuellfeld).
000290*================================================================
000300 01  MK-KOPF.
000310     05  MK-K-KENNUNG            PIC X(01).
000390     05  MK-K-DATUM              PIC 9(08).
000400     05  FILLER                  PIC X(01)  VALUE SPACE.
000410     05  MK-K-BRETTER            PIC 9(02).
000420     05  FILLER                  PIC X(01)  VALUE SPACE.
000425     05  MK-K-MANNSCHAFT         PIC 9(02).
000430*----------------------------------------------------------------
000440*  Brettsatz (teilt sich den Speicherbereich mit dem Kopfsatz).
000450*----------------------------------------------------------------
000550     05  MK-B-GEGNER-DWZ         PIC 9(04).
000560     05  FILLER                  PIC X(01).
000570     05  MK-B-ERGEBNIS           PIC X(01).
000580     05  FILLER                  PIC X(01).
000581     05  MK-B-GEGNER-ID          PIC 9(08).
000582     05  FILLER                  PIC X(24).
