      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Pruefwerte einer Datei fuer die Notfallsicherung: drsich
      * haelt sie beim Sichern im Manifest fest, drzurueck
      * vergleicht sie vor und nach dem Zuruecklegen. Zeilendateien
      * werden wie beim hausweiten Umschlag gezaehlt und gehasht
      * (CALL "umschlag", Funktion SUMME); fuer alle Dateien kommt
      * die Pruefsumme des Betriebssystems (cksum) mit der
      * Bytezahl dazu, damit auch die indizierte Datei erfasst
      * ist. Parameter und Status siehe drpruef.cpy.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. drpruef.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DRPEIN ist ein logischer Dateiname; er wird vor dem OPEN
      * per SET ENVIRONMENT auf die zu pruefende Datei abgebildet.
           SELECT PRUEF-DATEI
           ASSIGN TO "DRPEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PRUEF-STATUS.

           SELECT SUMMEN-DATEI
           ASSIGN TO "DRPRUEF.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS SUMMEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRUEF-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PRUEF-SATZ               PIC X(2048).

       FD SUMMEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 SUMMEN-SATZ              PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-PRUEF-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-PRUEFDATEI                  VALUE "J".

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Woerter hat.
       01 WS-CRC-TEXT                 PIC X(12)   VALUE SPACES.
       01 WS-BYTES-TEXT               PIC X(14)   VALUE SPACES.
       01 WS-SYSTEMKOMMANDO           PIC X(200).

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==PRUEF-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==PRUEF-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==PRUEF-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==PRUEF-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PRUEF-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==SUMMEN-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==SUMMEN-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==SUMMEN-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==SUMMEN-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==SUMMEN-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==DRP-UMS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "drpruef.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING DRP-BLOCK.
       A000-PRUEFE-DATEI.
         MOVE "00" TO DRP-STATUS.
         MOVE ZERO TO DRP-SAETZE DRP-HASHSUMME DRP-BYTES DRP-CRC.
         IF DRP-ART NOT = "L" AND DRP-ART NOT = "B"
             MOVE "99" TO DRP-STATUS
             EXIT PROGRAM
         END-IF.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "test -f " FUNCTION TRIM(DRP-DATEI)
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         IF RETURN-CODE NOT = ZERO
             MOVE "35" TO DRP-STATUS
             EXIT PROGRAM
         END-IF.
         IF DRP-ART = "L"
             PERFORM L000-ZAEHLE-ZEILEN
             IF DRP-STATUS NOT = "00"
                 EXIT PROGRAM
             END-IF
         END-IF.
         PERFORM C000-BILDE-PRUEFSUMME.
         EXIT PROGRAM.

      * Satzanzahl und Hashsumme nach den Regeln des Umschlags.
       L000-ZAEHLE-ZEILEN.
         MOVE "ANFANG" TO DRP-UMS-FUNKTION.
         CALL "umschlag" USING DRP-UMS-UMSCHLAG.
         SET ENVIRONMENT "DRPEIN" TO FUNCTION TRIM(DRP-DATEI).
         OPEN INPUT PRUEF-DATEI.
         IF NOT PRUEF-STATUS-OK
             MOVE "30" TO DRP-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE "N" TO WS-PRUEF-ENDE-SCHALTER.
         PERFORM L100-LIES-ZEILE.
         PERFORM L200-SUMMIERE-ZEILE
             UNTIL ENDE-DER-PRUEFDATEI.
         CLOSE PRUEF-DATEI.
         MOVE DRP-UMS-SATZANZAHL TO DRP-SAETZE.
         MOVE DRP-UMS-HASHSUMME TO DRP-HASHSUMME.

      * Status 0x (etwa eine ueberlange Zeile) zaehlt als gelesen.
       L100-LIES-ZEILE.
         READ PRUEF-DATEI
             AT END SET ENDE-DER-PRUEFDATEI TO TRUE.
         IF PRUEF-STATUS-1 NOT = "0" AND NOT PRUEF-STATUS-ENDE
             MOVE "30" TO DRP-STATUS
             SET ENDE-DER-PRUEFDATEI TO TRUE
         END-IF.

       L200-SUMMIERE-ZEILE.
         MOVE PRUEF-SATZ TO DRP-UMS-PUFFER.
         MOVE "SUMME" TO DRP-UMS-FUNKTION.
         CALL "umschlag" USING DRP-UMS-UMSCHLAG.
         PERFORM L100-LIES-ZEILE.

      * cksum schreibt "CRC BYTES DATEI" in die Hilfsdatei.
       C000-BILDE-PRUEFSUMME.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "cksum " FUNCTION TRIM(DRP-DATEI)
             " > DRPRUEF.TMP"
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         IF RETURN-CODE NOT = ZERO
             MOVE "97" TO DRP-STATUS
             EXIT PARAGRAPH
         END-IF.
         OPEN INPUT SUMMEN-DATEI.
         IF NOT SUMMEN-STATUS-OK
             MOVE "97" TO DRP-STATUS
             EXIT PARAGRAPH
         END-IF.
         READ SUMMEN-DATEI
             AT END MOVE SPACES TO SUMMEN-SATZ.
         CLOSE SUMMEN-DATEI.
         MOVE SPACES TO WS-CRC-TEXT WS-BYTES-TEXT.
         UNSTRING SUMMEN-SATZ DELIMITED BY ALL SPACE
             INTO WS-CRC-TEXT WS-BYTES-TEXT
         END-UNSTRING.
         IF FUNCTION TRIM(WS-CRC-TEXT) IS NOT NUMERIC
             OR FUNCTION TRIM(WS-BYTES-TEXT) IS NOT NUMERIC
             MOVE "97" TO DRP-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE FUNCTION NUMVAL(WS-CRC-TEXT) TO DRP-CRC.
         MOVE FUNCTION NUMVAL(WS-BYTES-TEXT) TO DRP-BYTES.

       END PROGRAM drpruef.

      * vim:ai sw=4 sts=4 expandtab
