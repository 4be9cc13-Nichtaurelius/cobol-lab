000220*  Ausschlag je Ergebnis), etablierte Erwachsene den bisherigen
000230*  festen Wert 7.  Ersetzt den frueher in DWZ fest codierten
000240*  A-KONST = 7 fuer alle Spieler.
000241*
000242*  Das Alter leitet DWZKFAK selbst aus dem Geburtsdatum
000243*  (SP-GEBURTSDATUM) und dem Stichtag des Rufers ab - dem
000244*  Datum des bewerteten Ereignisses:  volle Jahre, der
000245*  Geburtstag zaehlt am Stichtag selbst schon mit.  Ist das
000246*  Geburtsdatum unbekannt (0 oder nicht numerisch), gilt der
000247*  Spieler als erwachsen.
000250*----------------------------------------------------------------
000260*  Tabelle (vereinfachte Nachbildung der DWZ-Entwicklungsklassen):
000270*    Alter < 20  und Partien <  40   ->  A-KONST = 5
000320*  AENDERUNGEN:
000330*  2026-08-09  AH  Neu angelegt (loest den festen A-KONST=7 in
000340*                  DWZ ab).
000341*  2026-10-15  AH  Geburtsdatum und Stichtag statt Alter als
000342*                  Parameter; das Alter wird zum Stichtag
000343*                  abgeleitet (SP-ALTER entfaellt).
000350*================================================================
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000430         10  KF-WERT             PIC 9(02).
000440 01  KF-GEFUNDEN                 PIC X(01) VALUE "N".
000450     88  KF-IST-GEFUNDEN         VALUE "J".
000451 01  KF-ALTER                    PIC 9(03).
000452 01  KF-GEBURT.
000453     05  KF-GEB-JAHR             PIC 9(04).
000454     05  KF-GEB-MMTT             PIC 9(04).
000455 01  KF-STICHTAG.
000456     05  KF-ST-JAHR              PIC 9(04).
000457     05  KF-ST-MMTT              PIC 9(04).
000460
000470 LINKAGE SECTION.
000480 01  KFAK-GEBDATUM-PARM          PIC 9(08).
000485 01  KFAK-STICHTAG-PARM          PIC 9(08).
000490 01  KFAK-SPIELE-PARM            PIC 9(04).
000500 01  KFAK-A-KONST-PARM           PIC 9(02).
000510
000520 PROCEDURE DIVISION USING KFAK-GEBDATUM-PARM
000525                         KFAK-STICHTAG-PARM
000530                         KFAK-SPIELE-PARM
000540                         KFAK-A-KONST-PARM.
000550
000560 0000-MAINLINE.
000570     PERFORM 1000-TAB-AUFBAUEN THRU 1000-TAB-AUFBAUEN-EXIT
000575     PERFORM 1500-ALTER-ABLEITEN THRU 1500-ALTER-ABLEITEN-EXIT
000580     PERFORM 2000-KOEFF-SUCHEN THRU 2000-KOEFF-SUCHEN-EXIT
000590     GOBACK.
000600
000780     MOVE 7   TO KF-WERT(4).
000790 1000-TAB-AUFBAUEN-EXIT.
000800     EXIT.
000801
000802*----------------------------------------------------------------
000803*  1500-ALTER-ABLEITEN
000804*  Volle Jahre vom Geburtsdatum bis zum Stichtag; unbekanntes
000805*  Geburtsdatum (oder eines nach dem Stichtag) ergibt den
000806*  Auffangwert 999 = erwachsen.
000807*----------------------------------------------------------------
000808 1500-ALTER-ABLEITEN.
000809     MOVE 999 TO KF-ALTER
000810     IF KFAK-GEBDATUM-PARM NOT NUMERIC
000811             OR KFAK-GEBDATUM-PARM = 0
000812             OR KFAK-GEBDATUM-PARM > KFAK-STICHTAG-PARM
000813         GO TO 1500-ALTER-ABLEITEN-EXIT
000814     END-IF
000815     MOVE KFAK-GEBDATUM-PARM TO KF-GEBURT
000816     MOVE KFAK-STICHTAG-PARM TO KF-STICHTAG
000817     COMPUTE KF-ALTER = KF-ST-JAHR - KF-GEB-JAHR
000818     IF KF-ST-MMTT < KF-GEB-MMTT
000819         SUBTRACT 1 FROM KF-ALTER
000820     END-IF.
000821 1500-ALTER-ABLEITEN-EXIT.
000822     EXIT.
000810
000820*----------------------------------------------------------------
000830*  2000-KOEFF-SUCHEN
000970     EXIT.
000980
000990 2100-ZEILE-PRUEFEN.
001000     IF KF-ALTER <= KF-ALTER-BIS(KF-IDX)
001010             AND KFAK-SPIELE-PARM <= KF-PARTIEN-BIS(KF-IDX)
001020         MOVE KF-WERT(KF-IDX) TO KFAK-A-KONST-PARM
001030         MOVE "J" TO KF-GEFUNDEN
