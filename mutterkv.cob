      *     MH-ORT       X(25)
      *     MH-PLZ       X(05)
      * und bildet daraus N/A/L-Transaktionen im Zuschnitt von
      * ADRTRANS.DAT (Schluessel ADR-NAME, Ort und PLZ gehen in
      * ADR-ORT und ADR-PLZ) unter dem hausweiten
      * Umschlag (Kennung ADRTRANS, Programm mutterkv).
      * Nicht abbildbare Saetze (unbekannte Satzart, leerer Name)
      * gehen mit Satznummer und Grund in den Bericht
      * MUTTERKV.RPT; ein Lauf mit Abweisungen endet mit
      * RETURN-CODE 4. Die ganze Strecke laeuft damit als
      * batchctl-Schritte: codepage, umsetz, mutterkv, adrpfleg -
      * ohne PC-Werkzeug dazwischen (siehe BATCHJOB.MH.DEF).
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Neuer Adresssatz (siehe adresse.cpy): Ort und PLZ
      *     des Mutterhauses gehen jetzt unveraendert in die
      *     eigenen Felder ADR-ORT und ADR-PLZ der Transaktion,
      *     statt zu einer Ortszeile zusammengesetzt zu werden;
      *     Zustellzeile und Staat bleiben leer (das Satzbild des
      *     Mutterhauses kennt sie nicht). Transaktionssatz auf
      *     X(271) verbreitert.
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mutterkv.

       FD TRANSAKTIONS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 TRANS-SATZ               PIC X(271).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
       01 WS-ABGEWIESEN-ZAEHLER       PIC 9(09)   COMP VALUE ZERO.

      * Transaktionsaufbau im Zuschnitt von ADRTRANS.DAT
      * (adrpfleg: Aktion, Schluessel = ADR-NAME, Name,
      * Abteilung, Organisation, Strasse und Ortsangabe).
       01 WS-TRANS-AUFBAU.
          05 AUF-AKTION               PIC X(01).
          05 AUF-SCHLUESSEL           PIC X(40).
          05 AUF-NAME                 PIC X(40).
          05 AUF-ABTEILUNG            PIC X(40).
          05 AUF-ORGANISATION         PIC X(40).
          05 AUF-STRASSE              PIC X(40).
          05 AUF-ORT                  PIC X(40).
          05 AUF-STAAT                PIC X(20).
          05 AUF-PLZ                  PIC X(10).

       01 WS-BERICHTZEILE             PIC X(80).

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==AUS-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

         DISPLAY "MUTTERKV: gelesen " WS-GELESEN-ZAEHLER
             ", Transaktionen " WS-GESCHRIEBEN-ZAEHLER
             ", abgewiesen " WS-ABGEWIESEN-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "mutterkv" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE MH-NAME TO AUF-NAME.
         MOVE MH-ABTEILUNG TO AUF-ABTEILUNG.
         MOVE MH-ORGANISATION TO AUF-ORGANISATION.
         MOVE SPACES TO AUF-STRASSE AUF-STAAT.
         MOVE MH-ORT TO AUF-ORT.
         MOVE MH-PLZ TO AUF-PLZ.
         MOVE WS-TRANS-AUFBAU TO TRANS-SATZ.
         PERFORM E100-SCHREIBE-TRANSSATZ.
         MOVE WS-TRANS-AUFBAU TO AUS-UMS-PUFFER.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Herkunftsprotokoll: Lieferung der Mutterorganisation zu
      * den Transaktionen.
       Z900-MELDE-HERKUNFT.
         MOVE "mutterkv" TO HKF-PROGRAMM.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE WS-EINGABE-NAME TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ADRTRANS.DAT" TO HKF-DATEI.
         MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "MUTTERKV: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM mutterkv.

      * vim:ai sw=4 sts=4 expandtab
