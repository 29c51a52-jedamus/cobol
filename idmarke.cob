      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Gemeinsames Unterprogramm fuer die Hochwassermarke der
      * ADR-ID (Parameterblock idmarke.cpy): ADRIDMAX.DAT haelt
      * die hoechste je vergebene oder getilgte ADR-ID, damit eine
      * getilgte ID nie wieder vergeben wird. LESEN liefert die
      * Marke, MELDEN hebt sie an und sinkt dabei nie.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. idmarke.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKEN-DATEI
           ASSIGN TO "ADRIDMAX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS MARKE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MARKEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 MARKEN-SATZ              PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-MARKE               PIC 9(06).
       77 WS-MARKENZEILE         PIC X(40).
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==MARKE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==MARKE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==MARKE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==MARKE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==MARKE-STATUS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "idmarke.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING IDM-BLOCK.
       A000-BEHANDLE-MARKE.
         EVALUATE IDM-FUNKTION
             WHEN "LESEN"
                 PERFORM B000-LIES-MARKE
                 IF IDM-STATUS = "00"
                     MOVE WS-MARKE TO IDM-ID
                 END-IF
             WHEN "MELDEN"
                 PERFORM B000-LIES-MARKE
                 IF IDM-STATUS = "00"
                     PERFORM C000-HEBE-MARKE
                 END-IF
             WHEN OTHER
                 MOVE "99" TO IDM-STATUS
         END-EVALUATE.
         EXIT PROGRAM.

      * Eine fehlende Datei ist die Marke 0 (vor dem ersten
      * Melden); eine unlesbare Zeile wird nicht still zu 0,
      * sondern gemeldet.
       B000-LIES-MARKE.
         MOVE ZERO TO WS-MARKE.
         MOVE "00" TO IDM-STATUS.
         OPEN INPUT MARKEN-DATEI.
         IF MARKE-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT MARKE-STATUS-OK
             MOVE MARKE-STATUS TO IDM-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO MARKEN-SATZ.
         READ MARKEN-DATEI
             AT END CONTINUE
         END-READ.
         CLOSE MARKEN-DATEI.
         IF MARKEN-SATZ(1:6) IS NUMERIC
             MOVE MARKEN-SATZ(1:6) TO WS-MARKE
         ELSE
             MOVE "98" TO IDM-STATUS
         END-IF.

       C000-HEBE-MARKE.
         IF IDM-ID NOT > WS-MARKE
             MOVE WS-MARKE TO IDM-ID
             EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT MARKEN-DATEI.
         IF NOT MARKE-STATUS-OK
             MOVE MARKE-STATUS TO IDM-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-MARKENZEILE.
         STRING IDM-ID ";" FUNCTION CURRENT-DATE(1:14) ";"
             FUNCTION TRIM(IDM-PROGRAMM)
             DELIMITED BY SIZE INTO WS-MARKENZEILE.
         MOVE WS-MARKENZEILE TO MARKEN-SATZ.
         WRITE MARKEN-SATZ.
         MOVE MARKE-STATUS TO IDM-STATUS.
         CLOSE MARKEN-DATEI.

       END PROGRAM idmarke.

      * vim:ai sw=4 sts=4 expandtab
