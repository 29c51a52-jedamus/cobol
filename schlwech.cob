      * Zeitstempel, Dateiname und Satzanzahl in die
      * Revisionsdatei SCHLWECH.AUD - erst damit lassen sich
      * alte Schluessel wirklich stilllegen.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. schlwech.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==AUS-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

         DISPLAY "SCHLWECH: " WS-GELESEN-ZAEHLER " Saetze "
             "umgeschluesselt nach "
             FUNCTION TRIM(WS-AUSGABE-NAME).
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "schlwech" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO STAT-SAETZE-AUS.
         WRITE REVISIONS-SATZ.
         CLOSE REVISIONS-DATEI.

      * Herkunftsprotokoll: Eingabe, alter und neuer Schluessel und
      * das Profil zur umgeschluesselten Ausgabe.
       Z900-MELDE-HERKUNFT.
         MOVE "schlwech" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE WS-EINGABE-NAME TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "SCHLUESSEL" TO HKF-FUNKTION.
         MOVE "SCHLUESSEL.DAT" TO HKF-DATEI.
         MOVE WS-ALT-KENNUNG TO HKF-UMS-KENNUNG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE WS-NEU-KENNUNG TO HKF-UMS-KENNUNG.
         CALL "herkunft" USING HKF-BLOCK.
         IF WS-PROFIL-NAME NOT = SPACES
             MOVE "DATEI" TO HKF-FUNKTION
             MOVE "L" TO HKF-DATEIART
             MOVE WS-PROFIL-NAME TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE WS-AUSGABE-NAME TO HKF-DATEI.
         MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "SCHLWECH: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM schlwech.

      * vim:ai sw=4 sts=4 expandtab
