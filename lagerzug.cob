      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Wareneingang und Inventur fuer das Etiketten- und
      * Papierlager (siehe lager.cpy): der Wareneingang wurde
      * bisher auf dem Klemmbrett neben dem Drucker nachgetragen
      * - oder auch nicht. Aufruf:
      *     lagerzug ZUGANG SORTE=sorte MENGE=n [BELEG=text]
      *         bucht einen Wareneingang (BELEG z.B. die Nummer
      *         des Lieferscheins)
      *     lagerzug INVENTUR SORTE=sorte MENGE=n [BELEG=text]
      *         setzt den gezaehlten Bestand; alle frueheren
      *         Bewegungen der Sorte zaehlen danach nicht mehr
      *     lagerzug SORTE=sorte
      *         zeigt den Bestand der Sorte
      * Die Sorte muss in LAGER.TAB stehen. Nach jeder Buchung
      * zeigt das Programm den neuen Bestand und warnt, wenn er
      * unter dem Meldebestand liegt (RETURN-CODE 2).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lagerzug.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(120).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(40) OCCURS 4 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.

       01 WS-BETRIEBSART              PIC X(08)   VALUE SPACES.
          88 BETRIEBSART-ZUGANG                   VALUE "ZUGANG".
          88 BETRIEBSART-INVENTUR                 VALUE "INVENTUR".
          88 BETRIEBSART-ANZEIGE                  VALUE SPACES.
       01 WS-SORTE                    PIC X(12)   VALUE SPACES.
       01 WS-MENGE-TEXT               PIC X(10)   VALUE SPACES.
       01 WS-BELEG                    PIC X(20)   VALUE SPACES.
       01 WS-FEHLER-SCHALTER          PIC X(01)   VALUE "N".
          88 PARAMETER-FEHLERHAFT                 VALUE "J".

       01 WS-BESTAND-ANZEIGE          PIC ---------9.
       01 WS-MENGE-ANZEIGE            PIC ZZZZZZZZ9.
       01 WS-DATUM-EINGABE            PIC X(08).
       01 WS-DATUM-ANZEIGE            PIC X(10).

       COPY "lager.cpy".
       COPY "laufstat.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-BUCHE-LAGER.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3) WS-WORT(4)
         END-UNSTRING.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 4.
         IF WS-SORTE = SPACES
             SET PARAMETER-FEHLERHAFT TO TRUE
         END-IF.
         IF BETRIEBSART-ANZEIGE
             IF WS-MENGE-TEXT NOT = SPACES
                 SET PARAMETER-FEHLERHAFT TO TRUE
             END-IF
         ELSE
             IF WS-MENGE-TEXT = SPACES
                 OR FUNCTION TRIM(WS-MENGE-TEXT) IS NOT NUMERIC
                 SET PARAMETER-FEHLERHAFT TO TRUE
             END-IF
         END-IF.
         IF PARAMETER-FEHLERHAFT
             DISPLAY "LAGERZUG: Aufruf: lagerzug ZUGANG|INVENTUR "
                 "SORTE=sorte MENGE=n [BELEG=text]"
             DISPLAY "          oder:   lagerzug SORTE=sorte"
             STOP RUN RETURNING 1
         END-IF.

         MOVE "lagerzug" TO LAG-PROGRAMM.
         MOVE WS-SORTE TO LAG-SORTE.
         IF BETRIEBSART-ANZEIGE
             MOVE "HOLEN" TO LAG-FUNKTION
         ELSE
             IF BETRIEBSART-ZUGANG
                 SET LAG-ZUGANG TO TRUE
             ELSE
                 SET LAG-INVENTUR TO TRUE
             END-IF
             MOVE FUNCTION NUMVAL(WS-MENGE-TEXT) TO LAG-MENGE
             MOVE WS-BELEG TO LAG-BELEG
             MOVE "BUCHEN" TO LAG-FUNKTION
         END-IF.
         CALL "lager" USING LAG-BLOCK.
         EVALUATE LAG-STATUS
             WHEN "00"
                 CONTINUE
             WHEN "35"
                 DISPLAY "LAGERZUG: Lagertabelle LAGER.TAB fehlt"
                 STOP RUN RETURNING 1
             WHEN "98"
                 DISPLAY "LAGERZUG: Sorte " FUNCTION TRIM(WS-SORTE)
                     " steht nicht in LAGER.TAB"
                 STOP RUN RETURNING 1
             WHEN OTHER
                 DISPLAY "LAGERZUG: Lager nicht verfuegbar, Status "
                     LAG-STATUS
                 STOP RUN RETURNING 1
         END-EVALUATE.

         IF BETRIEBSART-ZUGANG
             MOVE LAG-MENGE TO WS-MENGE-ANZEIGE
             DISPLAY "LAGERZUG: Zugang " FUNCTION TRIM(WS-MENGE-ANZEIGE)
                 " " FUNCTION TRIM(LAG-EINHEIT) " gebucht"
         END-IF.
         IF BETRIEBSART-INVENTUR
             MOVE LAG-MENGE TO WS-MENGE-ANZEIGE
             DISPLAY "LAGERZUG: Inventur "
                 FUNCTION TRIM(WS-MENGE-ANZEIGE)
                 " " FUNCTION TRIM(LAG-EINHEIT) " gebucht"
         END-IF.
         MOVE LAG-BESTAND TO WS-BESTAND-ANZEIGE.
         MOVE LAG-MELDEBESTAND TO WS-MENGE-ANZEIGE.
         DISPLAY "LAGERZUG: " FUNCTION TRIM(LAG-SORTE) " "
             FUNCTION TRIM(LAG-BEZEICHNUNG).
         DISPLAY "LAGERZUG: Bestand "
             FUNCTION TRIM(WS-BESTAND-ANZEIGE) " "
             FUNCTION TRIM(LAG-EINHEIT) ", Meldebestand "
             FUNCTION TRIM(WS-MENGE-ANZEIGE).
         IF LAG-INVENTUR-TAG NOT = SPACES
             MOVE LAG-INVENTUR-TAG TO WS-DATUM-EINGABE
             PERFORM G200-FORMATIERE-DATUM
             DISPLAY "LAGERZUG: letzte Inventur " WS-DATUM-ANZEIGE
         END-IF.
         IF LAG-ZUGANG-TAG NOT = SPACES
             MOVE LAG-ZUGANG-TAG TO WS-DATUM-EINGABE
             PERFORM G200-FORMATIERE-DATUM
             DISPLAY "LAGERZUG: letzter Zugang " WS-DATUM-ANZEIGE
         END-IF.

         MOVE "lagerzug" TO STAT-PROGRAMM.
         MOVE 1 TO STAT-SAETZE-EIN.
         IF BETRIEBSART-ANZEIGE
             MOVE ZERO TO STAT-SAETZE-AUS
         ELSE
             MOVE 1 TO STAT-SAETZE-AUS
         END-IF.
         MOVE ZERO TO STAT-ABGEWIESEN.
         IF LAG-BESTAND < LAG-MELDEBESTAND
             DISPLAY "LAGERZUG: ** Bestand unter Meldebestand - "
                 "nachbestellen **"
             MOVE 2 TO STAT-RC
             CALL "statistik" USING STAT-BLOCK
             STOP RUN RETURNING 2
         END-IF.
         MOVE 0 TO STAT-RC.
         CALL "statistik" USING STAT-BLOCK.
         STOP RUN.

       A100-WERTE-PARAMETER-AUS.
         EVALUATE TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = SPACES
                 CONTINUE
             WHEN WS-WORT(WS-WORT-INDEX) = "ZUGANG"
                 OR WS-WORT(WS-WORT-INDEX) = "INVENTUR"
                 MOVE WS-WORT(WS-WORT-INDEX) TO WS-BETRIEBSART
             WHEN WS-WORT(WS-WORT-INDEX)(1:6) = "SORTE="
                 MOVE WS-WORT(WS-WORT-INDEX)(7:12) TO WS-SORTE
             WHEN WS-WORT(WS-WORT-INDEX)(1:6) = "MENGE="
                 MOVE WS-WORT(WS-WORT-INDEX)(7:10) TO WS-MENGE-TEXT
             WHEN WS-WORT(WS-WORT-INDEX)(1:6) = "BELEG="
                 MOVE WS-WORT(WS-WORT-INDEX)(7:20) TO WS-BELEG
             WHEN OTHER
                 SET PARAMETER-FEHLERHAFT TO TRUE
         END-EVALUATE.

       G200-FORMATIERE-DATUM.
         MOVE SPACES TO WS-DATUM-ANZEIGE.
         STRING WS-DATUM-EINGABE(7:2) "."
             WS-DATUM-EINGABE(5:2) "."
             WS-DATUM-EINGABE(1:4)
             DELIMITED BY SIZE INTO WS-DATUM-ANZEIGE.

       END PROGRAM lagerzug.

      * vim:ai sw=4 sts=4 expandtab
