      *     auf 9(09) verbreitert, die Berichtsfelder
      *     entsprechend; abgenommen mit einem
      *     testgen-Bestand von 500 000 Adressen.
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Die PLZ steht jetzt in ADR-PLZ (siehe adresse.cpy);
      *     die eigene Suche nach der letzten fuenfstelligen
      *     Ziffernfolge (E000-SUCHE-PLZ) entfaellt. Verglichen wird
      *     die ganze ADR-PLZ, damit auch Auslandsdubletten mit
      *     gleicher PLZ als NAME+PLZ erkannt werden; Sortier- und
      *     Vergleichsfelder auf X(10), Sortiersatz und
      *     Vorgaengerbild auf X(240) verbreitert. Das Adressbild
      *     zeigt Strasse, Ort, Staat und PLZ einzeln.
      *   - Satzlaenge des Masters 245 statt 240 (ADR-ORG-NR, siehe
      *     adresse.cpy); Sortiersatz und Vorgaengerbild auf X(245)
      *     verbreitert.
      *   - Satzlaenge des Masters 254 statt 245 (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy); Sortiersatz auf
      *     X(254) verbreitert. Logisch geloeschte Saetze nehmen an
      *     der Dublettensuche nicht teil und werden in der Summe
      *     DAVON GELOESCHT gezaehlt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrdubl.
       SD SORTIER-DATEI.
           01 SORTIER-SATZ.
              05 SRT-NORM-NAME         PIC X(40).
              05 SRT-PLZ               PIC X(10).
              05 SRT-ADRESSE           PIC X(254).

       WORKING-STORAGE SECTION.
       01 WS-EINGABE-NAME             PIC X(40)   VALUE
       01 WS-GELESEN-ZAEHLER          PIC 9(09)   COMP VALUE ZERO.
       01 WS-GRUPPEN-ZAEHLER          PIC 9(09)   COMP VALUE ZERO.
       01 WS-MITGLIEDER-ZAEHLER       PIC 9(09)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(09)   COMP VALUE ZERO.

       01 WS-NORM-NAME                PIC X(40).
       01 WS-NORM-INDEX               PIC 9(03)   COMP.
       01 WS-NORM-ZIEL                PIC 9(03)   COMP.
       01 WS-NORM-ZEICHEN             PIC X(01).

       01 WS-VORGAENGER.
          05 WS-VORG-NORM-NAME        PIC X(40).
          05 WS-VORG-PLZ              PIC X(10).
          05 WS-VORG-ADRESSE          PIC X(254).
       01 WS-ERSTER-SATZ-SCHALTER     PIC X(01)   VALUE "J".
          88 ERSTER-SORTIERTER-SATZ               VALUE "J".
       01 WS-GRUPPE-OFFEN-SCHALTER    PIC X(01)   VALUE "N".
          88 GRUPPE-OFFEN                         VALUE "J".
       01 WS-GRUPPEN-PLZ              PIC X(10).

       01 WS-BERICHTZEILE             PIC X(80).

          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-MIT-ART               PIC X(10).
          05 FILLER                   PIC X(05)   VALUE " PLZ ".
          05 WS-MIT-PLZ               PIC X(10).

       01 WS-BILDZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
         CLOSE BERICHT-DATEI.
         DISPLAY "ADRDUBL: gelesen " WS-GELESEN-ZAEHLER
             ", Verdachtsgruppen " WS-GRUPPEN-ZAEHLER
             ", Saetze darin " WS-MITGLIEDER-ZAEHLER
             ", geloescht " WS-GELOESCHT-ZAEHLER.
         MOVE "adrdubl " TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-MITGLIEDER-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         ADD 1 TO WS-GELESEN-ZAEHLER.
      * Logisch geloeschte Saetze bilden keine Verdachtsgruppen.
         IF ADR-GELOESCHT
             ADD 1 TO WS-GELOESCHT-ZAEHLER
             PERFORM B100-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         PERFORM D000-NORMIERE-NAMEN.
         MOVE WS-NORM-NAME TO SRT-NORM-NAME.
         MOVE ADR-PLZ TO SRT-PLZ.
         MOVE ADRESSE-SATZ TO SRT-ADRESSE.
         RELEASE SORTIER-SATZ.
         PERFORM B100-LIES-ADRESSE-SATZ.
             MOVE WS-NORM-ZEICHEN TO WS-NORM-NAME(WS-NORM-ZIEL:1)
         END-IF.

       U100-PRUEFE-EINGABEKOPF.
         MOVE "J" TO WS-KOPF-GEPRUEFT-SCHALTER.
         MOVE ADRESSE-SATZ TO EIN-UMS-SATZBILD.
             STOP RUN RETURNING 1
         END-IF.

      * Schreibt die Felder des in ADRESSE-SATZ stehenden
      * Adressblocks als eingerueckte Zeilen in den Bericht.
       G100-SCHREIBE-ADRESSBILD.
         MOVE "NAME           " TO WS-BILD-FELD.
         MOVE ADR-ORGANISATION TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "STRASSE        " TO WS-BILD-FELD.
         MOVE ADR-STRASSE TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ORT            " TO WS-BILD-FELD.
         MOVE ADR-ORT TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "STAAT          " TO WS-BILD-FELD.
         MOVE ADR-STAAT TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "PLZ            " TO WS-BILD-FELD.
         MOVE ADR-PLZ TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         MOVE WS-GELESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON GELOESCHT       : " TO WS-SUM-TEXT.
         MOVE WS-GELOESCHT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "VERDACHTSGRUPPEN      : " TO WS-SUM-TEXT.
         MOVE WS-GRUPPEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
