      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Zeilenpruefung der Steuerdateien der Betriebsfuehrung
      * (siehe steuerpr.cpy). Die Regeln fuer SCHLUESSEL.DAT,
      * KALENDER.DAT, MELDUNGEN.KAT und BATCHJOB.DEF stammen
      * unveraendert aus betrmask, wo sie bisher als Paragraphen
      * standen; hinzugekommen sind PORTO.TAB, LAND.TAB und
      * PLZVERZ.TAB, die bisher nur im Texteditor gepflegt und
      * nie geprueft wurden. betrmask prueft jede Uebernahme und
      * vor dem Speichern die ganze Datei hiermit, versausk jede
      * Version vor der Ruecknahme.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Jobdefinitionen benannter Stroeme BATCHJOB.<strom>.DEF
      *     werden wie BATCHJOB.DEF geprueft; als BEDINGUNG ist auch
      *     <strom>/<schritt> (Schritt eines anderen Stroms) erlaubt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. steuerpr.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MELDUNG                  PIC X(70)   VALUE SPACES.
       01 WS-DATEI-ART                PIC X(01)   VALUE SPACE.
      *    S/K/M/B/P/L/Z - bestimmt die Pruefregeln je Zeile.
       01 WS-ZEILE-GUELTIG-SCHALTER   PIC X(01)   VALUE "N".
          88 ZEILE-GUELTIG                        VALUE "J".
       01 WS-PRUEF-ZEILE              PIC X(160).

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Pruefzeile weniger Felder hat.
       01 WS-FELDER.
          05 WS-FELD                  PIC X(40) OCCURS 9 TIMES.
       01 WS-DATUM-TEXT               PIC X(08).
       01 WS-DATUM-MM                 PIC 9(02).
       01 WS-DATUM-TT                 PIC 9(02).
       01 WS-BED-LINKS                PIC X(30)   VALUE SPACES.
       01 WS-BED-RECHTS               PIC X(30)   VALUE SPACES.
       01 WS-BED-ANZAHL               PIC 9(02)   COMP.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "steuerpr.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING STP-BLOCK.
       A000-PRUEFE-STEUERZEILE.
         EVALUATE STP-DATEI
             WHEN "SCHLUESSEL.DAT"
                 MOVE "S" TO WS-DATEI-ART
             WHEN "KALENDER.DAT"
                 MOVE "K" TO WS-DATEI-ART
             WHEN "MELDUNGEN.KAT"
                 MOVE "M" TO WS-DATEI-ART
             WHEN "BATCHJOB.DEF"
                 MOVE "B" TO WS-DATEI-ART
             WHEN "PORTO.TAB"
                 MOVE "P" TO WS-DATEI-ART
             WHEN "LAND.TAB"
                 MOVE "L" TO WS-DATEI-ART
             WHEN "PLZVERZ.TAB"
                 MOVE "Z" TO WS-DATEI-ART
             WHEN OTHER
                 PERFORM A100-PRUEFE-STROMDEFINITION
         END-EVALUATE.
         MOVE SPACES TO WS-MELDUNG.
         MOVE STP-ZEILE TO WS-PRUEF-ZEILE.
         PERFORM V100-PRUEFE-ZEILE.
         MOVE WS-MELDUNG TO STP-MELDUNG.
         IF ZEILE-GUELTIG
             MOVE "00" TO STP-STATUS
         ELSE
             MOVE "10" TO STP-STATUS
         END-IF.
         EXIT PROGRAM.

      * Die Jobdefinition eines benannten Stroms BATCHJOB.<strom>.DEF
      * hat dieselben Regeln wie BATCHJOB.DEF.
       A100-PRUEFE-STROMDEFINITION.
         MOVE ZERO TO WS-BED-ANZAHL.
         INSPECT STP-DATEI TALLYING WS-BED-ANZAHL
             FOR CHARACTERS BEFORE INITIAL SPACE.
         IF WS-BED-ANZAHL > 13
             AND STP-DATEI(1:9) = "BATCHJOB."
             AND STP-DATEI(WS-BED-ANZAHL - 3:4) = ".DEF"
             MOVE "B" TO WS-DATEI-ART
         ELSE
             MOVE "KEINE PRUEFREGELN FUER DIESE DATEI"
                 TO STP-MELDUNG
             MOVE "99" TO STP-STATUS
             EXIT PROGRAM
         END-IF.

      * Prueft WS-PRUEF-ZEILE nach den Regeln der gewaehlten
      * Datei; eine abgewiesene Zeile hinterlaesst den Grund in
      * WS-MELDUNG. Leerzeilen und Kommentarzeilen (* in
      * Spalte 1) sind immer gueltig.
       V100-PRUEFE-ZEILE.
         MOVE "J" TO WS-ZEILE-GUELTIG-SCHALTER.
         IF WS-PRUEF-ZEILE = SPACES
             OR WS-PRUEF-ZEILE(1:1) = "*"
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-FELDER.
         UNSTRING WS-PRUEF-ZEILE DELIMITED BY ";"
             INTO WS-FELD(1) WS-FELD(2) WS-FELD(3) WS-FELD(4)
                  WS-FELD(5) WS-FELD(6) WS-FELD(7) WS-FELD(8)
                  WS-FELD(9)
         END-UNSTRING.
         EVALUATE WS-DATEI-ART
             WHEN "S"
                 PERFORM V200-PRUEFE-SCHLUESSELZEILE
             WHEN "K"
                 PERFORM V300-PRUEFE-KALENDERZEILE
             WHEN "M"
                 PERFORM V400-PRUEFE-MELDUNGSZEILE
             WHEN "B"
                 PERFORM V500-PRUEFE-JOBZEILE
             WHEN "P"
                 PERFORM V600-PRUEFE-PORTOZEILE
             WHEN "L"
                 PERFORM V700-PRUEFE-LANDZEILE
             WHEN "Z"
                 PERFORM V800-PRUEFE-PLZZEILE
         END-EVALUATE.

      * SCHLUESSEL.DAT: KENNUNG;GUELTIG-AB;BUCHSTABEN;ZIFFERN;
      * KODIER mit Verschiebungen 0-25 bzw. 0-9.
       V200-PRUEFE-SCHLUESSELZEILE.
         IF WS-FELD(1) = SPACES
             MOVE "KENNUNG FEHLT" TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-FELD(2) TO WS-DATUM-TEXT.
         PERFORM V900-PRUEFE-DATUM.
         IF NOT ZEILE-GUELTIG
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TRIM(WS-FELD(3)) IS NOT NUMERIC
             OR FUNCTION NUMVAL(WS-FELD(3)) > 25
             MOVE "BUCHSTABEN-VERSCHIEBUNG MUSS 0 BIS 25 SEIN"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TRIM(WS-FELD(4)) IS NOT NUMERIC
             OR FUNCTION NUMVAL(WS-FELD(4)) > 9
             MOVE "ZIFFERN-VERSCHIEBUNG MUSS 0 BIS 9 SEIN"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TRIM(WS-FELD(5)) IS NOT NUMERIC
             MOVE "KODIER-VERSCHIEBUNG MUSS NUMERISCH SEIN"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
         END-IF.

      * KALENDER.DAT: FEIERTAG|ULTIMO;JJJJMMTT.
       V300-PRUEFE-KALENDERZEILE.
         IF WS-FELD(1) NOT = "FEIERTAG"
             AND WS-FELD(1) NOT = "ULTIMO"
             MOVE "ART MUSS FEIERTAG ODER ULTIMO SEIN"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-FELD(2) TO WS-DATUM-TEXT.
         PERFORM V900-PRUEFE-DATUM.

      * MELDUNGEN.KAT: NUMMER;SCHWERE;TEXT mit Schwere F/E/W/I.
       V400-PRUEFE-MELDUNGSZEILE.
         IF WS-FELD(1) = SPACES
             MOVE "MELDUNGSNUMMER FEHLT" TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD(2) NOT = "F" AND WS-FELD(2) NOT = "E"
             AND WS-FELD(2) NOT = "W" AND WS-FELD(2) NOT = "I"
             MOVE "SCHWERE MUSS F, E, W ODER I SEIN"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD(3) = SPACES
             MOVE "MELDUNGSTEXT FEHLT" TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
         END-IF.

      * BATCHJOB.DEF: NOTIFY;- und DEADLINE;-Zeilen oder
      * Schrittzeilen NR;NAME;MAXRC;ART;BEDINGUNG;FREQ;PHASE;
      * MAXZEIT;KOMMANDO (dieselben Regeln, nach denen batchctl
      * die Definition prueft).
       V500-PRUEFE-JOBZEILE.
         IF WS-PRUEF-ZEILE(1:7) = "NOTIFY;"
             IF WS-FELD(2) = SPACES
                 MOVE "NOTIFY OHNE KOMMANDO" TO WS-MELDUNG
                 MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             END-IF
             EXIT PARAGRAPH
         END-IF.
         IF WS-PRUEF-ZEILE(1:9) = "DEADLINE;"
             IF WS-FELD(2)(1:4) IS NOT NUMERIC
                 OR FUNCTION NUMVAL(WS-FELD(2)(1:2)) > 23
                 OR FUNCTION NUMVAL(WS-FELD(2)(3:2)) > 59
                 MOVE "DEADLINE MUSS HHMM SEIN" TO WS-MELDUNG
                 MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             END-IF
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TRIM(WS-FELD(1)) IS NOT NUMERIC
             MOVE "SCHRITTNUMMER MUSS NUMERISCH SEIN"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD(2) = SPACES OR WS-FELD(9) = SPACES
             MOVE "NAME ODER KOMMANDO FEHLT" TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD(3) NOT = SPACES
             AND FUNCTION TRIM(WS-FELD(3)) IS NOT NUMERIC
             MOVE "MAXRC MUSS NUMERISCH ODER LEER SEIN"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         PERFORM V510-PRUEFE-ART.
         IF NOT ZEILE-GUELTIG
             EXIT PARAGRAPH
         END-IF.
         PERFORM V520-PRUEFE-BEDINGUNG.
         IF NOT ZEILE-GUELTIG
             EXIT PARAGRAPH
         END-IF.
         PERFORM V530-PRUEFE-FREQUENZ.
         IF NOT ZEILE-GUELTIG
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD(8) NOT = SPACES
             AND FUNCTION TRIM(WS-FELD(8)) IS NOT NUMERIC
             MOVE "MAXZEIT MUSS NUMERISCH ODER LEER SEIN"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
         END-IF.

       V510-PRUEFE-ART.
         IF WS-FELD(4) = SPACES OR WS-FELD(4) = "LAUF"
             OR WS-FELD(4) = "WARTEN"
             OR WS-FELD(4)(1:8) = "RETTUNG="
             CONTINUE
         ELSE
             MOVE "ART MUSS LAUF, WARTEN ODER RETTUNG=... SEIN"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
         END-IF.

       V520-PRUEFE-BEDINGUNG.
         IF WS-FELD(5) = SPACES
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-BED-ANZAHL.
         INSPECT WS-FELD(5) TALLYING WS-BED-ANZAHL FOR ALL "/".
         IF WS-BED-ANZAHL > ZERO
             PERFORM V525-PRUEFE-FREMDBEDINGUNG
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-BED-LINKS WS-BED-RECHTS.
         UNSTRING WS-FELD(5) DELIMITED BY "<" OR ">"
             INTO WS-BED-LINKS WS-BED-RECHTS
         END-UNSTRING.
         IF WS-BED-LINKS = SPACES
             OR WS-BED-RECHTS = SPACES
             OR FUNCTION TRIM(WS-BED-RECHTS) IS NOT NUMERIC
             MOVE "BEDINGUNG MUSS <NAME><ODER><RC> ODER STROM/NAME"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
         END-IF.

      * Schritt eines anderen Job-Stroms: STROM/SCHRITT, der Strom
      * hoechstens sieben Zeichen (oder STANDARD fuer BATCHJOB.DEF).
       V525-PRUEFE-FREMDBEDINGUNG.
         MOVE SPACES TO WS-BED-LINKS WS-BED-RECHTS.
         MOVE ZERO TO WS-BED-ANZAHL.
         INSPECT WS-FELD(5) TALLYING WS-BED-ANZAHL
             FOR ALL "/" ALL "<" ALL ">".
         UNSTRING WS-FELD(5) DELIMITED BY "/"
             INTO WS-BED-LINKS WS-BED-RECHTS
         END-UNSTRING.
         IF WS-BED-ANZAHL NOT = 1
             OR WS-BED-LINKS = SPACES
             OR WS-BED-RECHTS = SPACES
             OR (WS-BED-LINKS(8:1) NOT = SPACE
                 AND WS-BED-LINKS NOT = "STANDARD")
             OR WS-BED-RECHTS(21:1) NOT = SPACE
             MOVE "STROM/NAME: STROM BIS 7, NAME BIS 20 ZEICHEN"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
         END-IF.

       V530-PRUEFE-FREQUENZ.
         EVALUATE TRUE
             WHEN WS-FELD(6) = SPACES
             WHEN WS-FELD(6) = "TAEGLICH"
             WHEN WS-FELD(6) = "ULTIMO"
                 CONTINUE
             WHEN WS-FELD(6)(1:13) = "WOECHENTLICH="
                 IF WS-FELD(6)(14:1) IS NOT NUMERIC
                     OR WS-FELD(6)(14:1) = "0"
                     OR WS-FELD(6)(14:1) > "7"
                     MOVE "WOECHENTLICH=N MIT N = 1 BIS 7"
                         TO WS-MELDUNG
                     MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
                 END-IF
             WHEN WS-FELD(6)(1:10) = "MONATLICH="
                 IF WS-FELD(6)(11:2) IS NOT NUMERIC
                     OR FUNCTION NUMVAL(WS-FELD(6)(11:2)) = ZERO
                     OR FUNCTION NUMVAL(WS-FELD(6)(11:2)) > 31
                     MOVE "MONATLICH=TT MIT TT = 01 BIS 31"
                         TO WS-MELDUNG
                     MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
                 END-IF
             WHEN OTHER
                 MOVE "UNGUELTIGE FREQ (SIEHE BATCHJOB.DEF-KOPF)"
                     TO WS-MELDUNG
                 MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
         END-EVALUATE.

      * PORTO.TAB: STUFE;RATE-CENT;MINDEST;BUENDEL;BEHAELTER mit
      * den Stufen PLZ5 und REST (siehe porto).
       V600-PRUEFE-PORTOZEILE.
         IF WS-FELD(1) NOT = "PLZ5" AND WS-FELD(1) NOT = "REST"
             MOVE "STUFE MUSS PLZ5 ODER REST SEIN" TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TRIM(WS-FELD(2)) IS NOT NUMERIC
             OR FUNCTION NUMVAL(WS-FELD(2)) > 999
             MOVE "RATE-CENT MUSS 0 BIS 999 SEIN" TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TRIM(WS-FELD(3)) IS NOT NUMERIC
             OR FUNCTION TRIM(WS-FELD(4)) IS NOT NUMERIC
             OR FUNCTION TRIM(WS-FELD(5)) IS NOT NUMERIC
             MOVE "MINDEST/BUENDEL/BEHAELTER MUESSEN NUMERISCH SEIN"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
         END-IF.

      * LAND.TAB: KENNZEICHEN;LANDNAME;PLZFORMAT (leeres Muster =
      * keine PLZ-Pruefung).
       V700-PRUEFE-LANDZEILE.
         IF WS-FELD(1) = SPACES OR WS-FELD(2) = SPACES
             MOVE "KENNZEICHEN ODER LANDNAME FEHLT" TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD(3)(11:30) NOT = SPACES
             MOVE "PLZFORMAT HAT HOECHSTENS 10 STELLEN"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
         END-IF.

      * PLZVERZ.TAB: PLZ;ORTSNAME.
       V800-PRUEFE-PLZZEILE.
         IF WS-FELD(1) = SPACES OR WS-FELD(2) = SPACES
             MOVE "PLZ ODER ORTSNAME FEHLT" TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
         END-IF.

      * Gemeinsame Datumspruefung: JJJJMMTT, Monat 01-12, Tag
      * 01-31.
       V900-PRUEFE-DATUM.
         IF WS-DATUM-TEXT IS NOT NUMERIC
             MOVE "DATUM MUSS JJJJMMTT SEIN" TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-DATUM-TEXT(5:2) TO WS-DATUM-MM.
         MOVE WS-DATUM-TEXT(7:2) TO WS-DATUM-TT.
         IF WS-DATUM-MM = ZERO OR WS-DATUM-MM > 12
             OR WS-DATUM-TT = ZERO OR WS-DATUM-TT > 31
             MOVE "DATUM HAT UNGUELTIGEN MONAT ODER TAG"
                 TO WS-MELDUNG
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
         END-IF.

       END PROGRAM steuerpr.

      * vim:ai sw=4 sts=4 expandtab
