000100*================================================================
000110*  FLISTSAT.CPY
000120*  Satzaufbau der DWZ-Liste des Bezirks (FREMDLISTE), wie sie
000130*  der Bezirks-Wertungsreferent veroeffentlicht, gelesen von
000140*  DWZFREMD beim Laden der Fremdspielerdatei (siehe FREMDSAT):
000150*    Kopfsatz    "K"  Stand der Liste (JJJJMMTT) und Name des
000160*                     Bezirks
000170*    Detailsatz  "D"  je Spieler: DSB-/Bezirks-Kennung, Name,
000180*                     Verein und DWZ zum Listenstand (0 = ohne
000190*                     DWZ)
000200*    Summensatz  "S"  Kontrollsummen der Liste: Anzahl der
000210*                     Detailsaetze und Summe der DWZ - zum
000220*                     Abgleich beim Einlesen (wie MELDEDATEI
000230*                     und RUECKDATEI, siehe DSBSATZ)
000240*  Eine Liste traegt genau einen Kopf- und einen Summensatz.
000250*----------------------------------------------------------------
000260*  Geaendert:
000270*  2026-10-15  AH  Neu angelegt fuer die Fremdspielerdatei.
000280*================================================================
000290 01  FL-KOPF.
000300     05  FL-K-KENNUNG            PIC X(01).
000310     05  FILLER                  PIC X(01).
000320     05  FL-K-STAND              PIC 9(08).
000330     05  FILLER                  PIC X(01).
000340     05  FL-K-BEZIRK             PIC X(30).
000350     05  FILLER                  PIC X(39).
000360*----------------------------------------------------------------
000370*  Detailsatz (teilt sich den Speicherbereich mit FL-KOPF).
000380*----------------------------------------------------------------
000390 01  FL-DETAIL.
000400     05  FL-D-KENNUNG            PIC X(01).
000410     05  FILLER                  PIC X(01).
000420     05  FL-D-FREMD-ID           PIC 9(08).
000430     05  FILLER                  PIC X(01).
000440     05  FL-D-NAME               PIC X(25).
000450     05  FILLER                  PIC X(01).
000460     05  FL-D-VEREIN             PIC X(30).
000470     05  FILLER                  PIC X(01).
000480     05  FL-D-DWZ                PIC 9(04).
000490     05  FILLER                  PIC X(08).
000500*----------------------------------------------------------------
000510*  Summensatz (teilt sich den Speicherbereich mit FL-KOPF).
000520*----------------------------------------------------------------
000530 01  FL-SUMMEN.
000540     05  FL-S-KENNUNG            PIC X(01).
000550     05  FILLER                  PIC X(01).
000560     05  FL-S-ANZAHL             PIC 9(06).
000570     05  FILLER                  PIC X(01).
000580     05  FL-S-SUMME-DWZ          PIC 9(08).
000590     05  FILLER                  PIC X(63).
