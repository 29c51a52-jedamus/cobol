      * urspruenglichen Reihenfolge wieder zusammensetzen kann.
      * batchctl kann damit n Filterschritte nebeneinander fahren
      * und die Laufzeit auf rund 1/n druecken.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. teiler.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==ST4-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.


         DISPLAY "TEILER: " WS-GELESEN-ZAEHLER " Saetze auf "
             WS-STROM-ANZAHL " Stroeme verteilt".
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "teiler  " TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-AUS.
             STOP RUN RETURNING 1
         END-IF.

      * Herkunftsprotokoll: die Eingabe zu jedem Strom.
       Z900-MELDE-HERKUNFT.
         MOVE "teiler" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE WS-EINGABE-NAME TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         PERFORM Z910-MELDE-STROM
             VARYING WS-STROM-NR FROM 1 BY 1
             UNTIL WS-STROM-NR > WS-STROM-ANZAHL.
         IF HKF-STATUS NOT = "00"
             DISPLAY "TEILER: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       Z910-MELDE-STROM.
         MOVE WS-STROM-NR TO WS-STROM-NR-ANZEIGE.
         MOVE SPACES TO HKF-DATEI.
         STRING FUNCTION TRIM(WS-PRAEFIX) ".S"
             WS-STROM-NR-ANZEIGE
             DELIMITED BY SIZE INTO HKF-DATEI.
         EVALUATE WS-STROM-NR
             WHEN 1
                 MOVE ST1-UMS-UMSCHLAG TO HKF-UMSCHLAG
             WHEN 2
                 MOVE ST2-UMS-UMSCHLAG TO HKF-UMSCHLAG
             WHEN 3
                 MOVE ST3-UMS-UMSCHLAG TO HKF-UMSCHLAG
             WHEN 4
                 MOVE ST4-UMS-UMSCHLAG TO HKF-UMSCHLAG
         END-EVALUATE.
         CALL "herkunft" USING HKF-BLOCK.

       END PROGRAM teiler.

      * vim:ai sw=4 sts=4 expandtab
