      * (C) 2026 von Leander Jedamus
      *
      * Sortiert die Adressen fuer den Etikettendruck nach der PLZ
      * im Feld ADR-PLZ (und innerhalb gleicher PLZ nach
      * ADR-NAME), damit die Post die Sendung als vorsortierte
      * Massendrucksache mit Rabatt annimmt. Saetze ohne
      * fuenfstellige PLZ sortieren an den Anfang und werden
      * im Bericht als eigene Gruppe ausgewiesen. Die sortierten
      * Saetze gehen nach ADDRESS-SORTIERT.DAT, von wo beisp13 sie
      * in dieser Reihenfolge druckt; PLZSORT.RPT zeigt der
      *     auf 9(09) verbreitert, die Berichtsfelder
      *     entsprechend; abgenommen mit einem
      *     testgen-Bestand von 500 000 Adressen.
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Die PLZ steht jetzt in ADR-PLZ (siehe adresse.cpy,
      *     Satzlaenge 240); die Suche nach der letzten
      *     fuenfstelligen Ziffernfolge (D000-SUCHE-PLZ) entfaellt.
      *     Eine ADR-PLZ, die nicht fuenfstellig numerisch ist,
      *     zaehlt wie bisher als Block ohne PLZ. Ausgabesaetze und
      *     Sortiersatz auf X(240) verbreitert.
      *   - Satzlaenge des Masters 245 statt 240 (ADR-ORG-NR, siehe
      *     adresse.cpy); Ausgabe- und Sortiersaetze auf X(245)
      *     verbreitert.
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Satzlaenge des Masters 254 statt 245 (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy); Ausgabe- und
      *     Sortiersaetze auf X(254) verbreitert. Logisch geloeschte
      *     Saetze werden nicht sortiert, sondern als GELOESCHT
      *     UEBERGANGEN gezaehlt (im Statistiksatz als abgewiesen).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. plzsort.

       FD SORTIERT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 SORTIERT-SATZ            PIC X(254).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.

       FD AUSLAND-DATEI
          LABEL RECORDS ARE OMITTED.
           01 AUSLAND-SATZ             PIC X(254).

       FD PLZVERZ-DATEI
          LABEL RECORDS ARE OMITTED.
           01 SORTIER-SATZ.
              05 SRT-PLZ               PIC X(05).
              05 SRT-NAME              PIC X(40).
              05 SRT-ADRESSE           PIC X(254).

       WORKING-STORAGE SECTION.
       01 WS-EINGABE-NAME             PIC X(40)   VALUE
       01 WS-GESCHRIEBEN-ZAEHLER      PIC 9(09)   COMP VALUE ZERO.
       01 WS-OHNE-PLZ-ZAEHLER         PIC 9(09)   COMP VALUE ZERO.
       01 WS-AUSLAND-ZAEHLER          PIC 9(09)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(09)   COMP VALUE ZERO.

       01 WS-PLZ                      PIC X(05).
       01 WS-GRUPPEN-PLZ              PIC X(05).
       01 WS-ERSTER-SATZ-SCHALTER     PIC X(01)   VALUE "J".
          88 ERSTER-SORTIERTER-SATZ               VALUE "J".

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-GRUPPENZEILE.
           BY ==AUSL-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

         DISPLAY "PLZSORT: gelesen " WS-GELESEN-ZAEHLER
             ", sortiert geschrieben " WS-GESCHRIEBEN-ZAEHLER
             ", ohne PLZ " WS-OHNE-PLZ-ZAEHLER
             ", Ausland " WS-AUSLAND-ZAEHLER
             ", geloescht " WS-GELOESCHT-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "plzsort " TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE WS-GELOESCHT-ZAEHLER TO STAT-ABGEWIESEN.
         MOVE 0 TO STAT-RC.
         CALL "statistik" USING STAT-BLOCK.
         STOP RUN.
         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         ADD 1 TO WS-GELESEN-ZAEHLER.
      * Logisch geloeschte Adressen gehen nicht in den Druck.
         IF ADR-GELOESCHT
             ADD 1 TO WS-GELOESCHT-ZAEHLER
             PERFORM B100-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         IF ADR-LAND NOT = SPACES AND ADR-LAND NOT = "D"
             PERFORM B300-SCHREIBE-AUSLANDSSATZ
         ELSE
             PERFORM D000-HOLE-PLZ
             IF WS-PLZ = SPACES
                 ADD 1 TO WS-OHNE-PLZ-ZAEHLER
             END-IF
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ZERO TO WS-GRUPPEN-ZAEHLER.

      * Die PLZ steht in ADR-PLZ; als Inlands-PLZ gilt sie nur
      * fuenfstellig numerisch, sonst bleibt WS-PLZ leer.
       D000-HOLE-PLZ.
         MOVE SPACES TO WS-PLZ.
         IF ADR-PLZ(1:5) IS NUMERIC AND ADR-PLZ(6:5) = SPACES
             MOVE ADR-PLZ(1:5) TO WS-PLZ
         END-IF.

       U100-PRUEFE-EINGABEKOPF.
         MOVE WS-AUSLAND-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "GELOESCHT UEBERGANGEN : " TO WS-SUM-TEXT.
         MOVE WS-GELOESCHT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Herkunftsprotokoll: Eingabe und PLZ-Verzeichnis zu beiden
      * Ausgaben.
       Z900-MELDE-HERKUNFT.
         MOVE "plzsort" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE WS-EINGABE-NAME TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE "PLZVERZ.TAB" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-SORTIERT.DAT" TO HKF-DATEI.
         MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "ADRAUSLAND.DAT" TO HKF-DATEI.
         MOVE AUSL-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "PLZSORT: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM plzsort.

