      * (C) 2026 von Leander Jedamus
      *
      * Pruefprogramm vor dem Etikettendruck: beisp13 druckt sonst
      * auch Saetze mit leerem ADR-NAME oder ohne Ort und PLZ,
      * und solche Etiketten kommen unbrauchbar aus dem Drucker.
      * Jeder ADRESSE-SATZ wird gegen die Pflichtfeld- und
      * PLZ-Regeln geprueft; saubere Saetze gehen
      * nach ADRCLEAN.DAT (von dort liest der weitere Drucklauf),
      * fehlerhafte nach ADRREJ.DAT. Der Pruefbericht (ADREDIT.RPT)
      * nennt zu jedem abgewiesenen Satz die verletzte Regel:
      *     R01  ADR-NAME ist leer
      *     R02  ADR-ORT ist leer
      *     R03  ADR-PLZ ist nicht fuenfstellig numerisch
      * Schlechte Adressen sterben damit im Prueflauf, nicht auf
      * dem Etikettendrucker.
      *
      *     Verzeichnisses als Vorschlag. Nicht eingetragene PLZ
      *     werden nicht geprueft; ein fehlendes Verzeichnis wird
      *     gemeldet und wie ein leeres behandelt.
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Die Ortsangabe steht jetzt getrennt in ADR-ORT,
      *     ADR-STAAT und ADR-PLZ, davor die Zustellzeile
      *     ADR-STRASSE (siehe adresse.cpy, Satzlaenge 240). Die
      *     Regeln pruefen die einzelnen Felder statt einer Suche
      *     in der ganzen Zeile:
      *         R02  ADR-ORT ist leer
      *         R03  ADR-PLZ ist nicht genau fuenfstellig numerisch
      *         R05  ADR-PLZ entspricht nicht dem Muster des Landes
      *              (ganzes Feld, ab der ersten Stelle)
      *         R06  der Ortsname des Verzeichnisses kommt in ADR-ORT
      *              nicht vor
      *     Die Suche nach der letzten fuenfstelligen Ziffernfolge
      *     (D000-SUCHE-PLZ) entfaellt.
      *   - Eine leere ADR-STRASSE weist den Satz nicht ab (nach der
      *     Umstellung durch adrumbau ist sie zunaechst ueberall
      *     leer), wird aber je Satz als Hinweis H01 im Bericht
      *     genannt und in der Summe OHNE ZUSTELLZEILE gezaehlt,
      *     bis die Pflege sie nachgetragen hat.
      *   - Satzlaenge des Masters 245 statt 240 (ADR-ORG-NR, siehe
      *     adresse.cpy); SAUBER-SATZ und ABWEIS-SATZ auf X(245)
      *     verbreitert.
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Satzlaenge des Masters 254 statt 245 (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy); SAUBER-SATZ und
      *     ABWEIS-SATZ auf X(254) verbreitert. Logisch geloeschte
      *     Saetze gehen weder nach ADRCLEAN.DAT noch nach ADRREJ.DAT;
      *     sie werden in der Summe GELOESCHT UEBERGANGEN gezaehlt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adredit.

       FD SAUBER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 SAUBER-SATZ              PIC X(254).

       FD ABWEIS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ABWEIS-SATZ              PIC X(254).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
       01 WS-GELESEN-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-SAUBER-ZAEHLER           PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABWEIS-ZAEHLER           PIC 9(05)   COMP VALUE ZERO.
       01 WS-OHNE-STRASSE-ZAEHLER     PIC 9(05)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.

       01 WS-SATZ-GUELTIG-SCHALTER    PIC X(01).
          88 SATZ-GUELTIG                         VALUE "J".

       01 WS-PLZ                      PIC X(05).
       01 WS-PLZ-LAENGE               PIC 9(02)   COMP.

       01 WS-LAND-ENDE-SCHALTER       PIC X(01)   VALUE "N".
          88 ENDE-DER-LAENDER                     VALUE "J".
          05 FILLER                   PIC X(02)   VALUE ": ".
          05 WS-ABW-TEXT              PIC X(44).

       01 WS-HINWEISZEILE.
          05 FILLER                   PIC X(16)   VALUE
             "HINWEIS    SATZ ".
          05 WS-HIN-SATZNR            PIC ZZZZ9.
          05 FILLER                   PIC X(07)   VALUE " REGEL ".
          05 WS-HIN-REGEL             PIC X(03).
          05 FILLER                   PIC X(02)   VALUE ": ".
          05 WS-HIN-TEXT              PIC X(44).

       01 WS-VORSCHLAGZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 FILLER                   PIC X(17)   VALUE
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==ABW-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

             BERICHT-DATEI.
         DISPLAY "ADREDIT: gelesen " WS-GELESEN-ZAEHLER
             ", sauber " WS-SAUBER-ZAEHLER
             ", abgewiesen " WS-ABWEIS-ZAEHLER
             ", geloescht uebergangen " WS-GELOESCHT-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "adredit " TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-SAUBER-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         ADD 1 TO WS-GELESEN-ZAEHLER.
      * Logisch geloeschte Saetze gehen weder in den Druck noch in
      * die Abweisungen; sie werden nur gezaehlt.
         IF ADR-GELOESCHT
             ADD 1 TO WS-GELOESCHT-ZAEHLER
             PERFORM B000-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         MOVE "J" TO WS-SATZ-GUELTIG-SCHALTER.
         IF ADR-NAME = SPACES
             MOVE "R01" TO WS-ABW-REGEL
             MOVE "ADR-NAME ist leer" TO WS-ABW-TEXT
             PERFORM C100-WEISE-SATZ-AB
         ELSE
             IF ADR-ORT = SPACES
                 MOVE "R02" TO WS-ABW-REGEL
                 MOVE "ADR-ORT ist leer" TO WS-ABW-TEXT
                 PERFORM C100-WEISE-SATZ-AB
             ELSE
                 PERFORM C090-PRUEFE-PLZ-NACH-LAND
             END-IF
         END-IF.

      * Inlandssaetze (ADR-LAND leer oder D) muessen eine
      * fuenfstellige ADR-PLZ tragen; Auslandssaetze werden gegen
      * das PLZ-Muster ihres Landes aus LAND.TAB geprueft.
       C090-PRUEFE-PLZ-NACH-LAND.
         IF ADR-LAND = SPACES OR ADR-LAND = "D"
             PERFORM D000-HOLE-PLZ
             IF WS-PLZ = SPACES
                 MOVE "R03" TO WS-ABW-REGEL
                 MOVE "ADR-PLZ nicht fuenfstellig numerisch"
                     TO WS-ABW-TEXT
                 PERFORM C100-WEISE-SATZ-AB
             ELSE
                 PERFORM C100-WEISE-SATZ-AB
             ELSE
                 IF LND-PLZFORMAT(WS-LAND-TREFFER) NOT = SPACES
                     PERFORM D200-PRUEFE-MUSTER
                     IF NOT MUSTER-GEFUNDEN
                         MOVE "R05" TO WS-ABW-REGEL
                         MOVE "ADR-PLZ nicht im Muster des Landes"
                             TO WS-ABW-TEXT
                         PERFORM C100-WEISE-SATZ-AB
                     END-IF
                 END-IF
             END-IF
         END-IF.
         IF SATZ-GUELTIG AND ADR-STRASSE = SPACES
             PERFORM C200-MELDE-OHNE-STRASSE
         END-IF.
         IF SATZ-GUELTIG
             MOVE ADRESSE-SATZ TO SAUBER-SATZ
             WRITE SAUBER-SATZ
         MOVE WS-NAMENSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Hinweis H01: der Satz ist gueltig, aber ohne Zustellzeile;
      * er geht trotzdem in den Druck.
       C200-MELDE-OHNE-STRASSE.
         ADD 1 TO WS-OHNE-STRASSE-ZAEHLER.
         MOVE WS-GELESEN-ZAEHLER TO WS-HIN-SATZNR.
         MOVE "H01" TO WS-HIN-REGEL.
         MOVE "ADR-STRASSE ist leer (keine Zustellzeile)"
             TO WS-HIN-TEXT.
         MOVE WS-HINWEISZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ADR-NAME TO WS-NAM-INHALT.
         MOVE WS-NAMENSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Die Inlands-PLZ steht in ADR-PLZ und muss genau fuenf
      * Ziffern lang sein; sonst bleibt WS-PLZ leer.
       D000-HOLE-PLZ.
         MOVE SPACES TO WS-PLZ.
         IF ADR-PLZ(1:5) IS NUMERIC AND ADR-PLZ(6:5) = SPACES
             MOVE ADR-PLZ(1:5) TO WS-PLZ
         END-IF.

      * Prueft ADR-PLZ gegen das PLZ-Muster des Landes (9 =
      * Ziffer, A = Buchstabe, sonstige Zeichen woertlich): das
      * ganze Feld ab der ersten Stelle, gleiche Laenge.
       D200-PRUEFE-MUSTER.
         MOVE "N" TO WS-MUSTER-TREFFER-SCHALTER.
         MOVE LND-PLZFORMAT(WS-LAND-TREFFER) TO WS-MUSTER.
         MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MUSTER))
             TO WS-MUSTER-LAENGE.
         MOVE ZERO TO WS-PLZ-LAENGE.
         IF ADR-PLZ NOT = SPACES
             MOVE FUNCTION LENGTH(FUNCTION TRIM(ADR-PLZ TRAILING))
                 TO WS-PLZ-LAENGE
         END-IF.
         IF WS-PLZ-LAENGE = WS-MUSTER-LAENGE
             PERFORM D210-PRUEFE-MUSTER-STELLE
         END-IF.

       D210-PRUEFE-MUSTER-STELLE.
         END-IF.

       D220-PRUEFE-MUSTER-ZEICHEN.
         MOVE WS-MUSTER-INDEX TO WS-MUSTER-POS.
         MOVE WS-MUSTER(WS-MUSTER-INDEX:1) TO WS-MUSTER-ZEICHEN.
         MOVE ADR-PLZ(WS-MUSTER-POS:1) TO WS-SATZ-ZEICHEN.
         EVALUATE WS-MUSTER-ZEICHEN
             WHEN "9"
                 IF WS-SATZ-ZEICHEN < "0" OR WS-SATZ-ZEICHEN > "9"

      * Regel R06: steht die gefundene PLZ im Verzeichnis, muss
      * der eingetragene Ortsname (in Grossschrift verglichen) in
      * ADR-ORT vorkommen; sonst wird der Satz mit dem
      * Ortsnamen des Verzeichnisses als Vorschlag abgewiesen.
       V300-PRUEFE-ORT-ZUR-PLZ.
         PERFORM V400-SUCHE-PLZ-IM-VERZEICHNIS.
         IF WS-PLZVERZ-TREFFER = ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE ADR-ORT TO WS-ORT-GROSS.
         INSPECT WS-ORT-GROSS CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         MOVE WS-ABWEIS-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "OHNE ZUSTELLZEILE     : " TO WS-SUM-TEXT.
         MOVE WS-OHNE-STRASSE-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "GELOESCHT UEBERGANGEN : " TO WS-SUM-TEXT.
         MOVE WS-GELOESCHT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Herkunftsprotokoll: Eingabe und Pruef-Tabellen zu beiden
      * Ausgaben.
       Z900-MELDE-HERKUNFT.
         MOVE "adredit" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE WS-EINGABE-NAME TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE "LAND.TAB" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "PLZVERZ.TAB" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ADRCLEAN.DAT" TO HKF-DATEI.
         MOVE SAUB-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "ADRREJ.DAT" TO HKF-DATEI.
         MOVE ABW-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADREDIT: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM adredit.

