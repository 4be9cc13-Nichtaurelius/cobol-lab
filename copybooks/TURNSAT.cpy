000220*    "O" = offen      angelegt, Partien duerfen erfasst werden
000230*    "B" = bewertet   DWZBATCH hat das Turnier bewertet
000240*    "M" = gemeldet   Meldedatei ist an den Bezirk gegangen
000250*                     (gesetzt vom Meldelauf DWZMELD, Nach-
000252*                     weis im Meldebuch, siehe MBUCHSAT;
000254*                     von Hand ueber DWZTURN); ein
000260*                     gemeldetes Turnier darf nicht mehr
000270*                     storniert werden (DWZSTORN lehnt ab)
000280*    "X" = storniert  Turnier aufgehoben, keine Erfassung mehr
000290*  DWZSTORN setzt ein bewertetes Turnier bei der Rueckabwicklung
000300*  wieder auf "O".  TU-DATUM ist das tatsaechliche Turnierdatum
000310*  und fuellt DS-K-DATUM im Kopfsatz der Meldedatei (DSBSATZ).
000312*
000314*  TU-DWZ-GRENZE ist die DWZ-Obergrenze eines ratinglimitierten
000316*  Turniers (z.B. "DWZ bis 1600"); 0 = ohne Grenze, im Alt-
000318*  bestand Leerzeichen (nicht numerisch, ebenfalls ohne Grenze).
000319*  Gepflegt in DWZTURN, ausgewertet von DWZAUFF.
000320*----------------------------------------------------------------
000330*  Geaendert:
000340*  2026-09-02  AH  Neu angelegt fuer die Turnier-Stammdatei.
000342*  2026-10-15  AH  DWZ-Obergrenze (TU-DWZ-GRENZE) aus dem
000344*                  Leerbereich.
000346*  2026-10-15  AH  "M" setzt der Meldelauf DWZMELD.
000350*================================================================
000360 01  TU-SATZ.
000370     05  TU-TURNIER-ID           PIC X(08).
000430         88  TU-BEWERTET         VALUE "B".
000440         88  TU-GEMELDET         VALUE "M".
000450         88  TU-STORNIERT        VALUE "X".
000460     05  TU-DWZ-GRENZE           PIC 9(04).
000470     05  FILLER                  PIC X(06).
