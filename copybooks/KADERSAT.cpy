000100*================================================================
000110*  KADERSAT.CPY
000120*  Satzaufbau der Mannschaftsmeldung (KADERDATEI).
000130*  Indizierte Datei, Schluessel = KA-SCHLUESSEL (Saison,
000140*  Mannschaft, Rang).
000150*
000160*  Je Saison und Mannschaft die gemeldeten Spieler in der an
000170*  den Bezirk gemeldeten Reihenfolge (KA-RANG 1, 2, ...).
000180*  KA-SAISON ist das Anfangsjahr der Saison; eine Saison
000190*  laeuft vom 1. Juli bis zum 30. Juni (Kampf am 2027-02-14
000200*  gehoert zur Saison 2026).  Mannschaft 01 ist die erste
000210*  (hoechste) Mannschaft des Vereins, 02 die zweite usw.
000220*
000230*  Ueber alle Mannschaften einer Saison ergibt (Mannschaft,
000240*  Rang) die Rangfolge des Vereins: wer in einer hoeheren
000250*  Mannschaft oder dort weiter vorn gemeldet ist, steht vor
000260*  jedem Spieler dahinter.  Ein Spieler ist je Saison nur
000270*  einmal gemeldet.
000280*
000290*  KA-ART:
000300*    "S" = Stammspieler
000310*    "E" = Ersatzspieler
000320*
000330*  Pflege ueber DWZKADER; geprueft wird in der Kampf-Erfassung
000340*  von DWZERF, ausgewertet im Saison-Kaderbericht von DWZMANN.
000350*----------------------------------------------------------------
000360*  Geaendert:
000370*  2026-10-15  AH  Neu angelegt fuer die Mannschaftsmeldung.
000380*================================================================
000390 01  KA-SATZ.
000400     05  KA-SCHLUESSEL.
000410         10  KA-SAISON           PIC 9(04).
000420         10  KA-MANNSCHAFT       PIC 9(02).
000430         10  KA-RANG             PIC 9(02).
000440     05  KA-SPIELER-ID           PIC 9(06).
000450     05  KA-ART                  PIC X(01).
000460         88  KA-STAMMSPIELER     VALUE "S".
000470         88  KA-ERSATZSPIELER    VALUE "E".
000480     05  FILLER                  PIC X(15).
