000100*================================================================
000110*  DSBSATZ.CPY
000120*  Satzaufbau der Meldedatei (MELDEDATEI) fuer den Austausch mit
000130*  dem Bezirks-/DSB-Wertungsreferenten, geschrieben vom Melde-
000140*  lauf DWZMELD fuer alle noch nicht gemeldeten Turniere, ein
000145*  Satzpaket je Turnier:
000150*    Kopfsatz    "K"  Turnierkennung und Turnierdatum (aus der
000155*                     Turnierdatei, siehe TURNSAT)
000160*    Detailsatz  "D"  je bewertetem Spieler des Turniers: alte
000200*    Summensatz  "S"  Kontrollsummen des Turniers: Anzahl der
000210*                     Detailsaetze, Summe alte DWZ, Summe neue
000220*                     DWZ - zum Abgleich beim Empfaenger
000221*  Die nach Vereinen aufgeteilte Meldedatei (MELDEVEREIN, von
000222*  DWZMTEIL) beginnt zusaetzlich mit einem
000223*    Vereinssatz "V"  Vereinsnummer und Vereinsname (aus der
000224*                     Vereinsdatei, siehe VEREINSAT)
000225*  und enthaelt je Turnier nur die Detailsaetze der Spieler
000226*  dieses Vereins; der Summensatz traegt die Vereinssummen.
000230*----------------------------------------------------------------
000240*  Geaendert:
000250*  2026-08-22  AH  Neu angelegt fuer den DSB-Austausch.
000252*  2026-09-02  AH  DS-K-DATUM ist jetzt das Turnierdatum aus
000254*                  der Turnierdatei statt des Laufdatums.
000256*  2026-10-15  AH  Vereinssatz "V" fuer die nach Vereinen
000258*                  aufgeteilte Meldedatei (DWZMTEIL).
000259*  2026-10-15  AH  Meldedatei schreibt jetzt DWZMELD statt
000259*                  DWZBATCH.
000260*================================================================
000270 01  DS-KOPF.
000280     05  DS-K-KENNUNG            PIC X(01).
000590     05  FILLER                  PIC X(01).
000600     05  DS-S-SUMME-NEUE-DWZ     PIC 9(08).
000610     05  FILLER                  PIC X(33).
000620*----------------------------------------------------------------
000630*  Vereinssatz (teilt sich den Speicherbereich mit DS-KOPF).
000640*----------------------------------------------------------------
000650 01  DS-VEREIN.
000660     05  DS-V-KENNUNG            PIC X(01).
000670     05  FILLER                  PIC X(01).
000680     05  DS-V-VEREIN-NR          PIC 9(02).
000690     05  FILLER                  PIC X(01).
000700     05  DS-V-NAME               PIC X(30).
000710     05  FILLER                  PIC X(24).
