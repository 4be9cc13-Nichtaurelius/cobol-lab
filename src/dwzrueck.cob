000380*  AENDERUNGEN:
000390*  2026-09-02  AH  Neu angelegt fuer den Import der Bezirks-
000400*                  Rueckmeldung.
000400*  2026-10-15  AH  Protokollsatz wird vor dem Fuellen geloescht,
000400*                  die Turnierfelder (AUDZEIL) bleiben leer.
000410*  2026-10-15  AH  Uhrzeit fuer das Protokoll als HHMMSS
000410*                  uebernehmen (bisher landeten Minuten,
000410*                  Sekunden und Hundertstel in AU-ZEIT).
000410*================================================================
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000980 01  BESTAETIGTE-DWZ             PIC 9(04).
000990 01  BISHERIGE-DWZ               PIC 9(04).
001000 01  AKTUELLES-DATUM             PIC 9(08).
001010 01  UHRZEIT-ROH.
001010     05  AKTUELLE-ZEIT           PIC 9(06).
001010     05  FILLER                  PIC 9(02).
001020
001030 01  KOPF-ZEILE-1.
001040     05  FILLER                  PIC X(32)
003780*----------------------------------------------------------------
003790 2400-PROTOKOLL-SCHREIBEN.
003800     ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
003810     ACCEPT UHRZEIT-ROH FROM TIME
003820     MOVE SPACES TO AU-ZEILE
003820     MOVE AKTUELLES-DATUM TO AU-DATUM
003830     MOVE AKTUELLE-ZEIT TO AU-ZEIT
003840     MOVE SP-SPIELER-ID TO AU-SPIELER-ID
