000110*  SPIELER.CPY
000120*  Satzaufbau der Spieler-Stammdatei (SPIELERDATEI).
000130*  Indizierte Datei, Schluessel = SP-SPIELER-ID.
000140*  Eingebunden von: DWZ, DWZABGL, DWZAUFF, DWZAUSW, DWZAUSZG,
000141*  DWZBATCH, DWZDUBL, DWZERF, DWZGEBR, DWZINAK, DWZKADER,
000141*  DWZMANN, DWZMTEIL, DWZNEU, DWZPAAR, DWZPROBE, DWZPRUEF,
000141*  DWZRANG, DWZRELD, DWZRUECK, DWZSTORN, DWZTAB, DWZUNLD,
000141*  DWZWART, DWZWIED.
000142*
000144*  SP-STATUS: Leerzeichen = aktiv (Altbestand und Neuanlagen),
000146*  "G" = gesperrt (Austritt o.ae.); gesperrte Spieler werden von
000158*  Altbestand steht das Feld auf Leerzeichen (nicht numerisch):
000159*  das gilt als "keine bewertete Partie seit Einfuehrung" und
000161*  wird von DWZINAK und DWZRANG entsprechend behandelt.
000162*
000163*  SP-VEREIN-NR ist die Nummer des Vereins in der Vereins-
000164*  Stammdatei (VEREINSDATEI, siehe VEREINSAT), zu dem der
000165*  Spieler gehoert.  Gesetzt in DWZNEU, geaendert ueber DWZWART
000166*  (Protokoll-Code "U", siehe AUDZEIL).  Im Altbestand steht
000167*  das Feld auf Leerzeichen (nicht numerisch), bei einer Anlage
000168*  ohne Verein auf 0: der Spieler ist dann keinem Verein zuge-
000169*  ordnet und erscheint nur in Laeufen ueber alle Vereine.
000169*
000169*  SP-GEBURTSDATUM (JJJJMMTT) ersetzt das fruehere SP-ALTER:
000169*  das Alter wird jeweils zum Datum des Ereignisses bzw. zum
000169*  Stichtag einer Liste abgeleitet (DWZKFAK, DWZRANG), eine
000169*  jaehrliche Fortschreibung entfaellt.  0 = unbekannt (gilt
000169*  als erwachsen).  Gesetzt in DWZNEU, berichtigt ueber DWZWART
000169*  (Protokoll-Code "A", siehe AUDZEIL).  SP-GEBDAT-KENNZ "G"
000169*  = geschaetzt: bei der Umstellung aus dem Alter abgeleitet
000169*  (1. Januar des Jahres Stichtag minus Alter, Umstellung beim
000169*  Rueckladen durch DWZRELD/DWZWIED) - bitte pruefen und ueber
000169*  DWZWART berichtigen (Pruefliste dort unter Funktion 7).
000169*  Die drei Stellen des frueheren SP-ALTER sind frei; in
000169*  umgestellten Saetzen steht dort noch das alte Alter, es wird
000169*  nicht mehr gelesen.
000150*----------------------------------------------------------------
000160*  Geaendert:
000170*  2026-08-09  AH  Neu angelegt fuer Spieler-Stammdatei.
000181*                  bewerteten Ereignisses) aus dem Leerbereich
000182*                  herausgeloest; Leerzeichen im Altbestand
000183*                  bleiben gueltig (nicht numerisch = nie).
000184*  2026-10-15  AH  SP-VEREIN-NR (Vereinszuordnung) aus dem
000185*                  Leerbereich herausgeloest; Leerzeichen im
000186*                  Altbestand = noch keinem Verein zugeordnet.
000187*  2026-10-15  AH  Satz auf 80 Stellen verlaengert: Geburts-
000188*                  datum (SP-GEBURTSDATUM) mit Kennzeichen
000189*                  "geschaetzt" ersetzt SP-ALTER.
000189*  2026-10-15  AH  Liste der einbindenden Programme ergaenzt.
000180*================================================================
000190 01  SP-SATZ.
000200     05  SP-SPIELER-ID           PIC 9(06).
000210     05  SP-NAME                 PIC X(25).
000220     05  SP-DWZ                  PIC 9(04).
000230     05  FILLER                  PIC X(03).
000240     05  SP-SPIELE-GEZAEHLT      PIC 9(04).
000250     05  SP-STATUS               PIC X(01).
000260         88  SP-GESPERRT         VALUE "G".
000270     05  SP-LETZTE-BEWERTUNG     PIC 9(08).
000280     05  SP-VEREIN-NR            PIC 9(02).
000290     05  SP-GEBURTSDATUM         PIC 9(08).
000300     05  SP-GEBDAT-KENNZ         PIC X(01).
000310         88  SP-GEBDAT-GESCHAETZT VALUE "G".
000320     05  FILLER                  PIC X(18).
