      * war einmal vier Tage alt, und adrnachdr druckte veraltete
      * Etiketten nach). Dieses Programm prueft:
      *   1. Master gegen IDX Satz fuer Satz ueber ADR-ID
      *      (fehlende, abweichende und ueberzaehlige Saetze;
      *      logisch geloeschte Saetze gehoeren wie bei adrladen
      *      in beide Dateien und werden mit verglichen),
      *   2. jede Kettendatei gegen ihren Umschlag und deren
      *      Satzanzahl gegen die Ausgabezahl, die der erzeugende
      *      Schritt (adredit, adrwahl, plzsort) zuletzt in
      * Der Abweichungsbericht ADRAUDIT.RPT ist die Lektuere der
      * Morgenschicht; ein Lauf mit Abweichungen endet mit
      * RETURN-CODE 4.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Satzlaenge des Masters 240 statt 170 (ADR-STRASSE und
      *     aufgeteilte Ortsangabe, siehe adresse.cpy): Indexsatz,
      *     Kettensatz und die Vergleichsbilder verbreitert.
      *   - Satzlaenge des Masters 245 statt 240 (ADR-ORG-NR, siehe
      *     adresse.cpy); Kettensatz und Vergleichsbilder auf
      *     X(245) verbreitert.
      *   - Satzlaenge des Masters 254 statt 245 (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy); Kettensatz und
      *     Vergleichsbilder auf X(254) verbreitert, der Fuellbereich
      *     des Indexsatzes auf X(248) (stand noch auf der Laenge
      *     240). Logisch geloeschte Saetze werden in Master und IDX
      *     gezaehlt; weicht nur das Loeschkennzeichen ab, nennt die
      *     Abweichung das eigens.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adraudit.
          LABEL RECORDS ARE OMITTED.
           01 INDEX-SATZ.
              05 IDX-ID                PIC 9(06).
              05 FILLER                PIC X(248).

       FD KETTEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 KETTEN-SATZ              PIC X(254).

       FD STATISTIK-DATEI
          LABEL RECORDS ARE OMITTED.
       01 WS-FEHLT-IM-IDX-ZAEHLER     PIC 9(09)   COMP VALUE ZERO.
       01 WS-WEICHT-AB-ZAEHLER        PIC 9(09)   COMP VALUE ZERO.
       01 WS-ABWEICHUNGS-ZAEHLER      PIC 9(09)   COMP VALUE ZERO.
       01 WS-MASTER-GELOESCHT-ZAEHLER PIC 9(09)   COMP VALUE ZERO.
       01 WS-INDEX-GELOESCHT-ZAEHLER  PIC 9(09)   COMP VALUE ZERO.

       01 WS-MASTER-BILD              PIC X(254).
       01 WS-INDEX-BILD               PIC X(254).
       01 WS-ID-ANZEIGE               PIC X(06).

      * Kettendateien und ihre Erzeugerprogramme (die letzte
         MOVE "SUMME" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         ADD 1 TO WS-MASTER-ZAEHLER.
         IF ADR-GELOESCHT
             ADD 1 TO WS-MASTER-GELOESCHT-ZAEHLER
         END-IF.
         MOVE ADRESSE-SATZ TO WS-MASTER-BILD.
         MOVE ADR-ID TO WS-ID-ANZEIGE.
         MOVE ADR-ID TO IDX-ID.
                 IF WS-INDEX-BILD NOT = WS-MASTER-BILD
                     ADD 1 TO WS-WEICHT-AB-ZAEHLER
                     MOVE SPACES TO WS-ABW-TEXT
                     IF WS-INDEX-BILD(1:245) = WS-MASTER-BILD(1:245)
                         STRING "ADR-ID " WS-ID-ANZEIGE
                             " Loeschstatus weicht zwischen Master"
                             " und IDX ab"
                             DELIMITED BY SIZE INTO WS-ABW-TEXT
                     ELSE
                         STRING "ADR-ID " WS-ID-ANZEIGE
                             " weicht zwischen Master und IDX ab"
                             DELIMITED BY SIZE INTO WS-ABW-TEXT
                     END-IF
                     PERFORM G100-SCHREIBE-ABWEICHUNG
                 END-IF
         END-READ.
         END-READ.
         IF NOT ENDE-DES-INDEX
             ADD 1 TO WS-INDEX-ZAEHLER
      * Loeschkennzeichen auf Stelle 246 wie ADR-LOESCHKZ
             IF INDEX-SATZ(246:1) = "G"
                 ADD 1 TO WS-INDEX-GELOESCHT-ZAEHLER
             END-IF
         END-IF.

      * Eine Kettendatei pruefen: Umschlag vollstaendig nachrechnen
         MOVE WS-INDEX-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON GELOESCHT MASTER: " TO WS-SUM-TEXT.
         MOVE WS-MASTER-GELOESCHT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON GELOESCHT IDX   : " TO WS-SUM-TEXT.
         MOVE WS-INDEX-GELOESCHT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "FEHLT IM IDX          : " TO WS-SUM-TEXT.
         MOVE WS-FEHLT-IM-IDX-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
