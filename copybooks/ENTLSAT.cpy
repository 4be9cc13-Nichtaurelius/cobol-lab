000150*    Bestandssatz "D"  unveraendertes Abbild eines SP-SATZ
000160*    Summensatz   "S"  Kontrollsummen des Bestands: Satzzahl,
000170*                      Summe SP-DWZ, Summe SP-SPIELE-GEZAEHLT.
000175*  Satzlaenge 82 Stellen (Kennung, Trennstelle, 80 Stellen
000176*  Abbild).
000180*  Der Summensatz steht als letzter Satz der Datei; DWZRELD
000190*  erklaert einen Ruecklauf erst fuer gelungen, wenn die beim
000200*  Laden gebildeten Summen mit ihm uebereinstimmen.
000202*
000204*  EB-S-DATUM/EB-S-ZEIT tragen den Zeitpunkt der Sicherung
000206*  (Beginn des Entladens, JJJJMMTT/HHMMSS).  Die Wiederher-
000208*  stellung (DWZWIED) faehrt ab diesem Zeitpunkt die Eintraege
000210*  des Protokolls nach.  In Sicherungen aus der Zeit davor
000212*  stehen die Felder auf Leerzeichen.
000214*
000216*  DWZUNLD haelt neben SICHERBESTAND drei aeltere Generationen
000218*  (SICHERGEN1 = vorige Sicherung bis SICHERGEN3), alle im
000219*  selben Aufbau.
000219*
000219*  Sicherungen aus der Zeit vor dem Geburtsdatum (SP-SATZ mit
000219*  53 Stellen) tragen ab Stelle 54 des Abbilds Leerzeichen
000219*  (EB-ALT-ERWEITERUNG); ihr Alter steht in EB-ALT-ALTER.
000219*  DWZRELD und DWZWIED stellen solche Saetze beim Laden um.
000210*----------------------------------------------------------------
000220*  Geaendert:
000230*  2026-08-22  AH  Neu angelegt fuer Entlade-/Rueckladeweg.
000232*  2026-10-15  AH  Zeitpunkt der Sicherung im Summensatz
000234*                  (EB-S-DATUM, EB-S-ZEIT); Generationen.
000236*  2026-10-15  AH  Abbild auf 80 Stellen (SP-SATZ mit Geburts-
000238*                  datum); Sicht auf das alte Abbild.
000240*================================================================
000250 01  EB-BESTANDSSATZ.
000260     05  EB-KENNUNG              PIC X(01).
000270     05  FILLER                  PIC X(01).
000280     05  EB-SPIELER-ABBILD       PIC X(80).
000282     05  EB-ALT-ABBILD REDEFINES EB-SPIELER-ABBILD.
000284         10  FILLER              PIC X(35).
000286         10  EB-ALT-ALTER        PIC X(03).
000288         10  FILLER              PIC X(15).
000289         10  EB-ALT-ERWEITERUNG  PIC X(27).
000290*----------------------------------------------------------------
000300*  Summensatz (teilt sich den Speicherbereich mit dem
000310*  Bestandssatz).
000380     05  EB-S-SUMME-DWZ          PIC 9(08).
000390     05  FILLER                  PIC X(01).
000400     05  EB-S-SUMME-SPIELE       PIC 9(08).
000410     05  FILLER                  PIC X(01).
000420     05  EB-S-DATUM              PIC 9(08).
000430     05  FILLER                  PIC X(01).
000440     05  EB-S-ZEIT               PIC 9(06).
000450     05  FILLER                  PIC X(11).
