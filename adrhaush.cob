      * gewollte Zusammenfassung korrekter Saetze, nicht die
      * Fehlersuche von adrdubl.
      * Aufruf: adrhaush [eingabedatei]  (Standard ADRWAHL.DAT).
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Die PLZ steht jetzt in ADR-PLZ (siehe adresse.cpy);
      *     die eigene Suche nach der letzten fuenfstelligen
      *     Ziffernfolge (D000-SUCHE-PLZ) entfaellt, gruppiert wird
      *     nach der ganzen ADR-PLZ (auch Ausland). PLZ-Felder auf
      *     X(10), Ausgabe- und Sortiersatz auf X(240) verbreitert.
      *   - Organisationsmaster (ADR-ORG-NR, siehe adresse.cpy):
      *     Saetze mit Organisationsnummer werden nach dieser Nummer
      *     gruppiert - alle Mitglieder einer Organisation haben
      *     dieselbe geerbte Anschrift, Schreibvarianten des Namens
      *     spielen keine Rolle mehr. Saetze ohne Nummer werden wie
      *     bisher nach Organisation und PLZ gruppiert. Ausgabe- und
      *     Sortiersatz auf X(245) verbreitert.
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Satzlaenge des Masters 254 statt 245 (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy); Ausgabe- und
      *     Sortiersaetze auf X(254) verbreitert. Logisch geloeschte
      *     Saetze gehen nicht in die Sortierung (sonst koennte ein
      *     geloeschter Satz mit niedriger ADR-ID seine Gruppe
      *     vertreten) und werden als GELOESCHT UEBERGANGEN gezaehlt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrhaush.

       FD AUSGABE-DATEI
          LABEL RECORDS ARE OMITTED.
           01 AUSGABE-SATZ             PIC X(254).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.

       SD SORTIER-DATEI.
           01 SORTIER-SATZ.
              05 SRT-ORG-NR            PIC X(05).
              05 SRT-ORGANISATION      PIC X(40).
              05 SRT-PLZ               PIC X(10).
              05 SRT-ID                PIC X(06).
              05 SRT-ADRESSE           PIC X(254).

       WORKING-STORAGE SECTION.
       01 WS-EINGABE-NAME             PIC X(40)   VALUE
       01 WS-GELESEN-ZAEHLER          PIC 9(09)   COMP VALUE ZERO.
       01 WS-GESCHRIEBEN-ZAEHLER      PIC 9(09)   COMP VALUE ZERO.
       01 WS-UNTERDRUECKT-ZAEHLER     PIC 9(09)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(09)   COMP VALUE ZERO.
       01 WS-GRUPPEN-ANZAHL           PIC 9(09)   COMP VALUE ZERO.

       01 WS-GRUPPEN-ORG-NR           PIC X(05)   VALUE SPACES.
       01 WS-GRUPPEN-ORGANISATION     PIC X(40)   VALUE SPACES.
       01 WS-GRUPPEN-PLZ              PIC X(10)   VALUE SPACES.
       01 WS-GRUPPEN-KOPF-ID          PIC X(06)   VALUE SPACES.

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-UNTERDRUECKT-ZEILE.
             " (BLEIBT: ID ".
          05 WS-UNT-KOPF-ID           PIC X(06).
          05 FILLER                   PIC X(02)   VALUE ") ".
          05 WS-UNT-ORGANISATION      PIC X(29).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-UNT-PLZ               PIC X(10).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==AUS-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

         PERFORM G000-SCHREIBE-BERICHTZEILE.

         SORT SORTIER-DATEI
             ON ASCENDING KEY SRT-ORG-NR
             ON ASCENDING KEY SRT-ORGANISATION
             ON ASCENDING KEY SRT-PLZ
             ON ASCENDING KEY SRT-ID
         CLOSE BERICHT-DATEI.
         DISPLAY "ADRHAUSH: gelesen " WS-GELESEN-ZAEHLER
             ", behalten " WS-GESCHRIEBEN-ZAEHLER
             ", unterdrueckt " WS-UNTERDRUECKT-ZAEHLER
             ", geloescht " WS-GELOESCHT-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "adrhaush" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         ADD 1 TO WS-GELESEN-ZAEHLER.
      * Ein logisch geloeschter Satz darf nicht als Vertreter
      * seiner Gruppe stehen bleiben; er geht gar nicht erst in
      * die Sortierung.
         IF ADR-GELOESCHT
             ADD 1 TO WS-GELOESCHT-ZAEHLER
             PERFORM B100-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         MOVE ADR-ORG-NR TO SRT-ORG-NR.
         MOVE ADR-ORGANISATION TO SRT-ORGANISATION.
         MOVE ADR-PLZ TO SRT-PLZ.
         MOVE ADR-ID TO SRT-ID.
         MOVE ADRESSE-SATZ TO SRT-ADRESSE.
         RELEASE SORTIER-SATZ.
         RETURN SORTIER-DATEI
             AT END SET ENDE-DER-SORTIERUNG TO TRUE.

      * Mitglieder einer Organisation (ADR-ORG-NR) bilden eine
      * Gruppe je Organisationsnummer. Saetze ohne Nummer werden
      * nach Organisation und PLZ gruppiert, ohne Organisation
      * oder ohne PLZ gar nicht. Je Gruppe bleibt nur der erste
      * (niedrigste ADR-ID) stehen.
       C200-PRUEFE-SORTIERTEN.
         EVALUATE TRUE
             WHEN SRT-ORG-NR NOT = SPACES
                 IF SRT-ORG-NR = WS-GRUPPEN-ORG-NR
                     PERFORM C500-UNTERDRUECKE-SATZ
                 ELSE
                     PERFORM C300-BEGINNE-GRUPPE
                 END-IF
             WHEN SRT-ORGANISATION = SPACES OR SRT-PLZ = SPACES
                 PERFORM C400-BEHALTE-SATZ
             WHEN WS-GRUPPEN-ORG-NR = SPACES
                 AND SRT-ORGANISATION = WS-GRUPPEN-ORGANISATION
                 AND SRT-PLZ = WS-GRUPPEN-PLZ
                 PERFORM C500-UNTERDRUECKE-SATZ
             WHEN OTHER
                 PERFORM C300-BEGINNE-GRUPPE
         END-EVALUATE.
         PERFORM C100-HOLE-SORTIERTEN-SATZ.

       C250-SCHREIBE-AUSGABESATZ.
             STOP RUN RETURNING 1
         END-IF.

       C300-BEGINNE-GRUPPE.
         ADD 1 TO WS-GRUPPEN-ANZAHL.
         MOVE SRT-ORG-NR TO WS-GRUPPEN-ORG-NR.
         MOVE SRT-ORGANISATION TO WS-GRUPPEN-ORGANISATION.
         MOVE SRT-PLZ TO WS-GRUPPEN-PLZ.
         MOVE SRT-ID TO WS-GRUPPEN-KOPF-ID.
         PERFORM C400-BEHALTE-SATZ.

       C400-BEHALTE-SATZ.
         MOVE SRT-ADRESSE TO AUSGABE-SATZ.
         PERFORM C250-SCHREIBE-AUSGABESATZ.
         MOVE WS-UNTERDRUECKT-ZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       U100-PRUEFE-EINGABEKOPF.
         MOVE "J" TO WS-KOPF-GEPRUEFT-SCHALTER.
         MOVE ADRESSE-SATZ TO EIN-UMS-SATZBILD.
         MOVE WS-UNTERDRUECKT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "GELOESCHT UEBERGANGEN : " TO WS-SUM-TEXT.
         MOVE WS-GELOESCHT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Herkunftsprotokoll: Eingabe zu ADRHAUSH.DAT.
       Z900-MELDE-HERKUNFT.
         MOVE "adrhaush" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE WS-EINGABE-NAME TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ADRHAUSH.DAT" TO HKF-DATEI.
         MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADRHAUSH: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM adrhaush.

