      * vorsichtshalber online.
      * Der Bericht AUFRAEUM.RPT weist je Datei und Jahr aus, was
      * verschoben wurde. Vorgesehen als monatlicher
      * ULTIMO-Schritt in BATCHJOB.ULTIMO.DEF; wenn die Revision nach
      * dem letzten Februar fragt, lesen statber und laufhist das
      * Archivjahr mit ARCHIV=JJJJ.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Herkunftsprotokoll: jedes fortgeschriebene Jahresarchiv
      *     wird mit bisherigem Archiv und lebender Datei nach
      *     HERKUNFT.LOG gemeldet (CALL "herkunft", siehe herkunft.cpy).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. aufraeum.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==ARC-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

         MOVE ARC-UMS-SATZBILD TO NEUARCHIV-SATZ.
         PERFORM E300-SCHREIBE-ARCHIVSATZ.
         CLOSE NEUARCHIV-DATEI.
         PERFORM E400-MELDE-HERKUNFT.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "mv " FUNCTION TRIM(WS-ARCHIV-NAME) ".NEU "
             FUNCTION TRIM(WS-ARCHIV-NAME)
             STOP RUN RETURNING 1
         END-IF.

      * Herkunftsprotokoll: das neue Jahresarchiv entsteht aus dem
      * bisherigen (noch nicht ersetzt) und der lebenden Datei.
       E400-MELDE-HERKUNFT.
         MOVE "aufraeum" TO HKF-PROGRAMM.
         MOVE "LEEREN" TO HKF-FUNKTION.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         IF ALTARC-STATUS = "00"
             MOVE WS-ARCHIV-NAME TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         MOVE WS-DATEI-NAME TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE WS-ARCHIV-NAME TO HKF-DATEI.
         MOVE ARC-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "AUFRAEUM: Herkunftsprotokoll nicht geschrieben"
                 ", Status " HKF-STATUS
         END-IF.

       END PROGRAM aufraeum.

      * vim:ai sw=4 sts=4 expandtab
