000481*                  bewertet wird, liegt der Bestand ueber 2000
000482*                  Spielern, und der Jahresabschluss darf daran
000483*                  nicht scheitern.
000483*  2026-10-15  AH  Archiv- und Uebertragsatz auf 120 Stellen,
000484*                  wie der verlaengerte Protokollsatz (AUDZEIL).
000480*================================================================
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000750 COPY AUDZEIL.
000760
000770 FD  ARCHIVDATEI.
000780 01  AR-ZEILE                    PIC X(120).
000790
000800 FD  UEBERTRAGDATEI.
000810 01  UE-ZEILE                    PIC X(120).
000820
000830 FD  ZAEHLERDATEI.
000840 01  ZL-SATZ.
