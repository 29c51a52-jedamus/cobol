      * Retoure ueber alle Laeufe), damit die Sachbearbeiter
      * korrigierte Adressen nachfassen koennen. Ein Lauf mit
      * Retouren ohne Treffer endet mit RETURN-CODE 4.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Satzlaenge des Masters 240 statt 170 (ADR-STRASSE und
      *     aufgeteilte Ortsangabe, siehe adresse.cpy);
      *     NEUMASTER-SATZ verbreitert.
      *   - Satzlaenge des Masters 245 statt 240 (ADR-ORG-NR, siehe
      *     adresse.cpy); NEUMASTER-SATZ auf X(245) verbreitert.
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Satzlaenge des Masters 254 statt 245 (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy); NEUMASTER-SATZ auf
      *     X(254) verbreitert.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrretour.

       FD NEUMASTER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 NEUMASTER-SATZ           PIC X(254).

       FD JOURNAL-DATEI
          LABEL RECORDS ARE OMITTED.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==NEU-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".
       COPY "pruefzif.cpy".

       LOCAL-STORAGE SECTION.
             ", gesetzt " WS-GESETZT-ZAEHLER
             ", wiederholt " WS-WIEDERHOLT-ZAEHLER
             ", ohne Treffer " WS-OHNE-TREFFER-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "adrretou" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO STAT-SAETZE-AUS.
             MOVE WS-ZAEHLER-ANZAHL TO WS-ZAEHLER-INDEX
         END-IF.

      * Herkunftsprotokoll: alter Master und Retourenliste zum
      * neuen Master.
       Z900-MELDE-HERKUNFT.
         MOVE "adrretou" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-MASTER.DAT" TO HKF-DATEI.
         MOVE MAS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE WS-EINGABE-NAME TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-NEU.DAT" TO HKF-DATEI.
         MOVE NEU-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADRRETOUR: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM adrretour.

      * vim:ai sw=4 sts=4 expandtab
