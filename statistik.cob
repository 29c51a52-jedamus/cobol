      * sie, wird sie neu angelegt). Ein Fehler beim Schreiben der
      * Statistik wird im Block gemeldet, haelt den rufenden Lauf
      * aber nicht an - die Statistik ist Beiwerk, nicht Nutzlast.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Ist im Block ein Laufvermerk (STAT-VERMERK, z.B.
      *     NEUSTART) gesetzt, wird er als siebtes Feld angehaengt:
      *     PROGRAMM;JJJJMMTTHHMMSS;EIN;AUS;ABGEWIESEN;RC;VERMERK
      *     Die lesenden Programme nehmen nur die ersten Felder
      *     und bleiben davon unberuehrt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. statistik.

       WORKING-STORAGE SECTION.
       77 WS-STATZEILE           PIC X(80).
       77 WS-ZEIGER              PIC 9(03)   COMP.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==STATDAT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==STATDAT-STATUS-2==
             EXIT PROGRAM
         END-IF.
         MOVE SPACES TO WS-STATZEILE.
         MOVE 1 TO WS-ZEIGER.
         STRING FUNCTION TRIM(STAT-PROGRAMM) ";"
             FUNCTION CURRENT-DATE(1:14) ";"
             STAT-SAETZE-EIN ";"
             STAT-SAETZE-AUS ";"
             STAT-ABGEWIESEN ";"
             STAT-RC
             DELIMITED BY SIZE INTO WS-STATZEILE
             WITH POINTER WS-ZEIGER.
         IF STAT-VERMERK NOT = SPACES
             STRING ";" FUNCTION TRIM(STAT-VERMERK)
                 DELIMITED BY SIZE INTO WS-STATZEILE
                 WITH POINTER WS-ZEIGER
         END-IF.
         MOVE WS-STATZEILE TO STATISTIK-SATZ.
         WRITE STATISTIK-SATZ.
         MOVE STATDAT-STATUS TO STAT-STATUS.
