000100*================================================================
000110*  MBUCHSAT.CPY
000120*  Satzaufbau des Meldebuchs (MELDEBUCH).  Zeilenfolge-Datei,
000130*  fortgeschrieben von DWZMELD:  je Meldelauf und Turnier ein
000140*  Satz mit Laufnummer, Versanddatum/-zeit und den Kontroll-
000150*  zahlen des Summensatzes, den das Turnier im Versandpaket
000160*  (MELDEDATEI, siehe DSBSATZ) hatte.
000170*
000180*  MB-ART:
000190*    "E" = Erstmeldung   das Turnier ging mit diesem Lauf zum
000200*                        ersten Mal an den Bezirk (danach "M",
000210*                        siehe TURNSAT)
000220*    "W" = Wiederholung  ein frueherer Lauf wurde erneut
000230*                        erstellt; MB-LAUF-NR ist die Nummer des
000240*                        wiederholten Laufs, Datum/Zeit die der
000250*                        Wiederholung
000260*  Die Laufnummern werden fortlaufend vergeben (hoechste Nummer
000270*  im Meldebuch plus 1).  Das Meldebuch wird nie geleert.
000280*----------------------------------------------------------------
000290*  Geaendert:
000300*  2026-10-15  AH  Neu angelegt fuer den Meldeausgang.
000310*================================================================
000320 01  MB-SATZ.
000330     05  MB-LAUF-NR              PIC 9(04).
000340     05  FILLER                  PIC X(01).
000350     05  MB-ART                  PIC X(01).
000360         88  MB-ERSTMELDUNG      VALUE "E".
000370         88  MB-WIEDERHOLUNG     VALUE "W".
000380     05  FILLER                  PIC X(01).
000390     05  MB-DATUM                PIC 9(08).
000400     05  FILLER                  PIC X(01).
000410     05  MB-ZEIT                 PIC 9(06).
000420     05  FILLER                  PIC X(01).
000430     05  MB-TURNIER-ID           PIC X(08).
000440     05  FILLER                  PIC X(01).
000450     05  MB-TURNIER-DATUM        PIC 9(08).
000460     05  FILLER                  PIC X(01).
000470     05  MB-ANZAHL               PIC 9(06).
000480     05  FILLER                  PIC X(01).
000490     05  MB-SUMME-ALTE-DWZ       PIC 9(08).
000500     05  FILLER                  PIC X(01).
000510     05  MB-SUMME-NEUE-DWZ       PIC 9(08).
000520     05  FILLER                  PIC X(15).
