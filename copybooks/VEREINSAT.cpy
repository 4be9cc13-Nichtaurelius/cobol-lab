000100*================================================================
000110*  VEREINSAT.CPY
000120*  Satzaufbau der Vereins-Stammdatei (VEREINSDATEI).
000130*  Indizierte Datei, Schluessel = VE-VEREIN-NR.
000140*
000150*  Die Spieler-Stammdatei haelt neben den eigenen Mitgliedern
000160*  auch die Spieler des Nachbarvereins, fuer den mitbewertet
000170*  wird.  Jeder Spieler traegt in SP-VEREIN-NR (siehe SPIELER)
000180*  die Nummer seines Vereins aus dieser Datei.  Zum Verein
000190*  gehoeren Name und Wertungsreferent mit Kontakt (Telefon
000200*  oder E-Mail).  DWZMTEIL setzt Nummer und Name als Vereins-
000210*  satz vor die nach Vereinen aufgeteilte Meldedatei (siehe
000215*  DSBSATZ) und nennt den Referenten als Empfaenger.
000220*  Pflege ueber DWZVERW.
000230*----------------------------------------------------------------
000240*  Geaendert:
000250*  2026-10-15  AH  Neu angelegt fuer die Vereinszuordnung.
000260*================================================================
000270 01  VE-SATZ.
000280     05  VE-VEREIN-NR            PIC 9(02).
000290     05  VE-NAME                 PIC X(30).
000300     05  VE-REFERENT             PIC X(25).
000310     05  VE-KONTAKT              PIC X(40).
000320     05  FILLER                  PIC X(10).
