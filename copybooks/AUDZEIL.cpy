000113*  Stammdaten-Pflege (DWZWART) schreibt ebenfalls je Aenderung
000114*  einen Eintrag, damit die Stammdatei bei Einspruechen lueckenlos
000115*  belegbar bleibt.  AU-ERGEBNIS traegt dann den Pflege-Code:
000116*  "N" = Namenskorrektur, "A" = Berichtigung des Geburts-
000117*  datums, "G" = Sperrung, "F" = Freigabe.  AU-BENUTZERZAHL
000118*  und AU-NEUE-DWZ tragen beide die unveraenderte DWZ (die
000119*  DWZ-Kette bleibt dadurch geschlossen), AU-K-FAKTOR und
000120*  AU-ERWARTUNG sind 0, AU-GEGNERZAHL ist 0; bei "A" steht das
000121*  neue Geburtsdatum in AU-STAMM-GEBDATUM.
000121*  Eintraege aus der Zeit vor dem Geburtsdatum: "A" = Alters-
000121*  korrektur und "J" = Jahreswechsel (Altersfortschreibung)
000121*  tragen das neue Alter in AU-GEGNERZAHL; "J" wird nicht mehr
000121*  geschrieben.
000121*  "U" = Vereinszuordnung:  AU-GEGNERZAHL traegt die neue
000121*  Vereinsnummer (SP-VEREIN-NR), sonst wie oben; "U" ist nicht
000121*  DWZ-wirksam.
000122*
000123*  Eine Rueckabwicklung (DWZSTORN) traegt in AU-ERGEBNIS "S":
000124*  AU-BENUTZERZAHL ist die DWZ vor der Rueckabwicklung (die
000150*  Partienzaehler, AU-K-FAKTOR und AU-ERWARTUNG sind 0.  "V"
000151*  ist der Kettenanfang nach einem Abschluss (wie eine Erst-
000152*  einstufung) und nicht stornierbar.
000152*
000152*  Turnierbezug:  Eintraege aus DWZBATCH ("T" und die "W"/"D"/
000152*  "L" der Gegnerseite vereinsinterner Partien) und aus DWZSTORN
000152*  ("S" und "T" der Neubewertung) tragen in AU-TURNIER-ID die
000152*  Turnierkennung des Ereignisses, in AU-PUNKTE die erzielten
000152*  Punkte und in AU-GEGNER-SCHNITT die durchschnittliche Gegner-
000152*  DWZ (bei "S" nur die Turnierkennung des zurueckgenommenen
000152*  Eintrags).  Daraus baut DWZAUSW den Auswertungsbogen eines
000152*  Turniers nach, auch nach Storno und Neubewertung.  Bei allen
000152*  anderen Eintraegen und im Altbestand sind die drei Felder
000152*  leer (Leerzeichen).
000152*
000152*  Stammdaten zum Eintrag:  damit die Wiederherstellung (DWZWIED)
000152*  die Stammdatei aus Sicherung und Protokoll nachfahren kann,
000152*  tragen "E" (DWZNEU) in AU-STAMM-NAME, AU-STAMM-GEBDATUM und
000152*  AU-STAMM-VEREIN Name, Geburtsdatum und Verein des neuen
000152*  Spielers, "N" (DWZWART, DWZDUBL) in AU-STAMM-NAME den neuen
000152*  Namen.  AU-STAMM-ALTER tragen nur "E"-Eintraege aus der
000152*  Zeit vor dem Geburtsdatum (dort fehlt AU-STAMM-GEBDATUM).
000152*  Bei allen anderen Eintraegen und im Altbestand stehen die
000152*  Felder auf Leerzeichen.
000152*
000152*  AU-ZEIT ist die Uhrzeit HHMMSS des Eintrags; Eintraege aus
000152*  der Zeit vor dem 2026-10-15 tragen dort Minuten, Sekunden
000152*  und Hundertstel (MMSSHH) und lassen sich nur nach dem Datum
000152*  ordnen.
000153*----------------------------------------------------------------
000154*  Geaendert:
000155*  2026-08-09  AH  Neu angelegt fuer Bewertungs-Protokoll.
000164*                  jungen/wenig gezaehlten Spielern liefert
000165*                  DWZKFAK einen A-KONST, fuer den K-FAKTOR auch
000166*                  ueber 99.99 liegen kann.
000167*  2026-10-15  AH  Satz auf 80 Stellen verlaengert: Turnier-
000167*                  kennung, Punkte und durchschnittliche
000167*                  Gegner-DWZ fuer den Auswertungsbogen.
000168*  2026-10-15  AH  Pflege-Code "U" (Vereinszuordnung, DWZWART)
000168*                  ergaenzt.
000169*  2026-10-15  AH  Satz auf 120 Stellen verlaengert: Stamm-
000169*                  daten (Name, Alter, Verein) zu "E" und "N"
000169*                  fuer die Wiederherstellung (DWZWIED).
000169*  2026-10-15  AH  AU-STAMM-GEBDATUM aus dem Leerbereich: Ge-
000169*                  burtsdatum zu "E" und "A"; "A" ist jetzt
000169*                  die Berichtigung des Geburtsdatums, "J"
000169*                  entfaellt.
000167*================================================================
000220 01  AU-ZEILE.
000230     05  AU-DATUM                PIC 9(08).
000370     05  AU-ERWARTUNG            PIC 9(02)V9(04).
000380     05  FILLER                  PIC X(01)  VALUE SPACE.
000390     05  AU-NEUE-DWZ             PIC 9(04).
000400     05  FILLER                  PIC X(01)  VALUE SPACE.
000410     05  AU-TURNIER-ID           PIC X(08).
000420     05  FILLER                  PIC X(01)  VALUE SPACE.
000430     05  AU-PUNKTE               PIC 9(02)V9(01).
000440     05  FILLER                  PIC X(01)  VALUE SPACE.
000450     05  AU-GEGNER-SCHNITT       PIC 9(04).
000460     05  FILLER                  PIC X(01)  VALUE SPACE.
000470     05  AU-STAMM-NAME           PIC X(25).
000480     05  FILLER                  PIC X(01)  VALUE SPACE.
000490     05  AU-STAMM-ALTER          PIC 9(03).
000500     05  FILLER                  PIC X(01)  VALUE SPACE.
000510     05  AU-STAMM-VEREIN         PIC 9(02).
000520     05  FILLER                  PIC X(01)  VALUE SPACE.
000530     05  AU-STAMM-GEBDATUM       PIC 9(08).
000540     05  FILLER                  PIC X(08)  VALUE SPACES.
