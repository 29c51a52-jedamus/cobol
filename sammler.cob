      * urspruengliche Satzreihenfolge der vom Teiler verteilten
      * Eingabe wiederhersteht; die Ausgabe bekommt einen neuen
      * Umschlag (Kennung aus Strom 1, Programm sammler).
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Herkunftsprotokoll: die geprueften Stroeme und die
      *     Ausgabe werden nach HERKUNFT.LOG gemeldet (CALL "herkunft",
      *     siehe herkunft.cpy).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sammler.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==AUS-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

         DISPLAY "SAMMLER: " WS-GESCHRIEBEN-ZAEHLER " Saetze aus "
             WS-STROM-ANZAHL " Stroemen nach "
             FUNCTION TRIM(WS-AUSGABE-NAME).
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "sammler " TO STAT-PROGRAMM.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO STAT-SAETZE-AUS.
             SET PRUEFUNG-FEHLGESCHLAGEN TO TRUE
         END-IF.
         PERFORM S200-SCHLIESSE-STROM.
         IF NOT PRUEFUNG-FEHLGESCHLAGEN
             PERFORM V200-MERKE-HERKUNFT
         END-IF.

       V100-PRUEFE-STROMSATZ.
         IF WS-KOPF-GEPRUEFT-SCHALTER = "N"
         END-IF.
         PERFORM S100-LIES-STROMSATZ.

      * Herkunftsprotokoll: jeder gepruefte Strom ist eine
      * Eingabe der Ausgabe (gemeldet in Z900-MELDE-HERKUNFT).
       V200-MERKE-HERKUNFT.
         MOVE WS-STROM-NR TO WS-STROM-NR-ANZEIGE.
         MOVE SPACES TO HKF-DATEI.
         STRING FUNCTION TRIM(WS-PRAEFIX) ".S"
             WS-STROM-NR-ANZEIGE
             DELIMITED BY SIZE INTO HKF-DATEI.
         MOVE "sammler" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE STR-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.

      * Zweiter Gang: alle Stroeme parallel offen, streng reihum
      * je einen Nutzsatz uebernehmen, bis alle Stroeme am
      * Endesatz stehen.
                 CLOSE STROM4-DATEI
         END-EVALUATE.

       Z900-MELDE-HERKUNFT.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE WS-AUSGABE-NAME TO HKF-DATEI.
         MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "SAMMLER: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM sammler.

      * vim:ai sw=4 sts=4 expandtab
