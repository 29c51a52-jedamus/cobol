      *     (siehe adresse.cpy, Satzlaenge 170); die erzeugten
      *     Testadressen bleiben Inland und zustellbar (beide
      *     Felder leer).
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Neuer Adresssatz (siehe adresse.cpy, Satzlaenge
      *     240): die Testadressen bekommen eine Zustellzeile
      *     (Hausnummer und Strasse) und getrennte Felder fuer Ort,
      *     Staat und PLZ. Die Fehlerart "Ort ohne PLZ" laesst
      *     jetzt ADR-PLZ leer.
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Satzlaenge 254 (ADR-ORG-NR, ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy): AUSGABE-SATZ waechst
      *     von X(240) auf X(254); die Testadressen tragen die neuen
      *     Felder leer (ohne Organisation, nicht geloescht).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. testgen.
       FILE SECTION.
       FD AUSGABE-DATEI
          LABEL RECORDS ARE OMITTED.
           01 AUSGABE-SATZ             PIC X(254).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(200).
          05 WS-ABTEILUNG             PIC X(26) OCCURS 8 TIMES.

       01 WS-ORTE-TABELLE.
          05 FILLER PIC X(16) VALUE "CLEVELAND   OHIO".
          05 FILLER PIC X(16) VALUE "AKRON       OHIO".
          05 FILLER PIC X(16) VALUE "COLUMBUS    OHIO".
          05 FILLER PIC X(16) VALUE "TOLEDO      OHIO".
       01 WS-ORTE REDEFINES WS-ORTE-TABELLE.
          05 WS-ORT-EINTRAG           OCCURS 4 TIMES.
             10 WS-ORT                PIC X(12).
             10 WS-STAAT              PIC X(04).

       01 WS-STRASSEN-TABELLE.
          05 FILLER PIC X(20) VALUE "EUCLID AVENUE       ".
          05 FILLER PIC X(20) VALUE "CHESTER AVENUE      ".
          05 FILLER PIC X(20) VALUE "PROSPECT AVENUE     ".
          05 FILLER PIC X(20) VALUE "EAST 22ND STREET    ".
       01 WS-STRASSEN REDEFINES WS-STRASSEN-TABELLE.
          05 WS-STRASSE               PIC X(20) OCCURS 4 TIMES.

       01 WS-PLZ-ANZEIGE              PIC 9(05).
       01 WS-HAUSNUMMER-ANZEIGE       PIC Z(03)9.
       01 WS-NUMMER-ANZEIGE           PIC 9(07).
       01 WS-ID-ANZEIGE               PIC 9(06).

           05 AUF-NAME                PIC X(40).
           05 AUF-ABTEILUNG           PIC X(40).
           05 AUF-ORGANISATION        PIC X(40).
           05 AUF-STRASSE             PIC X(40).
           05 AUF-ORT                 PIC X(40).
           05 AUF-STAAT               PIC X(20).
           05 AUF-PLZ                 PIC X(10).
           05 AUF-LAND                PIC X(03).
           05 AUF-ZUSTELL             PIC X(01).
           05 AUF-ORG-NR              PIC X(05).
           05 AUF-LOESCHKZ            PIC X(01).
           05 AUF-LOESCHDATUM         PIC X(08).

       01 WS-ZEILE                    PIC X(80).


       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==AUS-UMS==.
       COPY "laufstat.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

         DISPLAY "TESTGEN: " WS-ANZAHL " Saetze (" WS-ART
             ") nach " FUNCTION TRIM(WS-AUSGABE-NAME)
             ", davon fehlerhaft " WS-FEHLER-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "testgen " TO STAT-PROGRAMM.
         MOVE ZERO TO STAT-SAETZE-EIN.
         MOVE WS-ANZAHL TO STAT-SAETZE-AUS.
         PERFORM Z000-ZIEHE-ZUFALLSWERT.
         MOVE WS-SATZ-INDEX TO AUF-ID.
      * Testdaten bleiben Inland und zustellbar (leeres ADR-LAND
      * und ADR-ZUSTELL, siehe adresse.cpy), ohne Organisation
      * und nicht geloescht.
         MOVE SPACES TO AUF-LAND AUF-ZUSTELL.
         MOVE SPACES TO AUF-ORG-NR AUF-LOESCHKZ AUF-LOESCHDATUM.
         MOVE SPACES TO AUF-NAME.
         STRING FUNCTION TRIM(WS-VORNAME(
                 FUNCTION MOD(WS-ZUFALLSWERT, 12) + 1))
             TO AUF-ORGANISATION.
         COMPUTE WS-PLZ-ANZEIGE =
             44000 + FUNCTION MOD(WS-ZUFALLSWERT, 999).
         COMPUTE WS-HAUSNUMMER-ANZEIGE =
             FUNCTION MOD(WS-ZUFALLSWERT / 7, 2000) + 1.
         MOVE SPACES TO AUF-STRASSE.
         STRING FUNCTION TRIM(WS-HAUSNUMMER-ANZEIGE)
             " "
             FUNCTION TRIM(WS-STRASSE(
                 FUNCTION MOD(WS-ZUFALLSWERT / 5, 4) + 1))
             DELIMITED BY SIZE INTO AUF-STRASSE.
         MOVE WS-ORT(FUNCTION MOD(WS-ZUFALLSWERT, 4) + 1)
             TO AUF-ORT.
         MOVE WS-STAAT(FUNCTION MOD(WS-ZUFALLSWERT, 4) + 1)
             TO AUF-STAAT.
         MOVE WS-PLZ-ANZEIGE TO AUF-PLZ.
         IF WS-FEHLER-INTERVALL > ZERO
             AND FUNCTION MOD(WS-SATZ-INDEX,
                 WS-FEHLER-INTERVALL) = ZERO
             WHEN 1
                 MOVE SPACES TO AUF-NAME
             WHEN 2
                 MOVE SPACES TO AUF-ORT
             WHEN 3
                 MOVE "IRGENDWO" TO AUF-ORT
                 MOVE SPACES TO AUF-PLZ
         END-EVALUATE.

       G000-SCHREIBE-SATZ.
         MOVE WS-ZUFALL TO WS-ZUFALLSWERT.
         MOVE WS-ZUFALLSWERT TO WS-ZUFALL-ANZEIGE.

      * Herkunftsprotokoll: die Testdatei hat keine Eingaben; der
      * Vorgang weist sie als Ursprung aus.
       Z900-MELDE-HERKUNFT.
         MOVE "testgen" TO HKF-PROGRAMM.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE WS-AUSGABE-NAME TO HKF-DATEI.
         MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "TESTGEN: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM testgen.

      * vim:ai sw=4 sts=4 expandtab
