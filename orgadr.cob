      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Gemeinsames Unterprogramm fuer den Organisationsmaster
      * (Parameterblock orgadr.cpy, Satzbild orgmast.cpy): ANFANG
      * laedt ORGMAST.DAT nach Pruefung des Umschlags in eine
      * Tabelle, HOLEN liefert eine Organisation, ANWENDEN setzt
      * in einem Adresssatz mit ADR-ORG-NR die geerbten Felder
      * (Organisation, Strasse, Ortsangabe, Land) aus dem
      * Organisationsmaster ein. So muss eine geaenderte
      * Postanschrift der Organisation nur einmal erfasst werden.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. orgadr.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORG-DATEI
           ASSIGN TO "ORGMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ORG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORG-DATEI
          LABEL RECORDS ARE OMITTED.
       COPY "orgmast.cpy".

       WORKING-STORAGE SECTION.
       77 WS-ORG-ENDE-SCHALTER   PIC X(01).
          88 ENDE-DER-ORGDATEI              VALUE "J".
       77 WS-KOPF-SCHALTER       PIC X(01).
          88 KOPF-GEPRUEFT                  VALUE "J".
       77 WS-ENDE-SCHALTER       PIC X(01).
          88 ENDESATZ-GESEHEN               VALUE "J".

       01 WS-ORG-TABELLE.
          05 WS-ORG-EINTRAG           PIC X(159)  OCCURS 2000 TIMES.
       77 WS-ORG-ANZAHL          PIC 9(04) COMP VALUE ZERO.
       77 WS-ORG-MAXIMUM         PIC 9(04) COMP VALUE 2000.
       77 WS-ORG-INDEX           PIC 9(04) COMP VALUE ZERO.
       77 WS-ORG-TREFFER         PIC 9(04) COMP VALUE ZERO.

       01 WS-GESUCHTE-NR              PIC X(05).

       01 WS-ORG-BILD.
          05 WS-BILD-NR               PIC X(05).
          05 WS-BILD-NAME             PIC X(40).
          05 WS-BILD-STRASSE          PIC X(40).
          05 WS-BILD-ORTSANGABE       PIC X(70).
          05 WS-BILD-LAND             PIC X(03).
          05 WS-BILD-KENNZEICHEN      PIC X(01).

       01 WS-ALTE-ADRESSE             PIC X(254).

       COPY "adresse.cpy".

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ORG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ORG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ORG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ORG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ORG-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==ORG-UMS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "orgadr.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING ORGA-BLOCK.
       A000-BEHANDLE-ORGANISATION.
         MOVE "00" TO ORGA-STATUS.
         EVALUATE ORGA-FUNKTION
             WHEN "ANFANG"
                 PERFORM B000-LADE-ORGMASTER
             WHEN "HOLEN"
                 PERFORM C000-HOLE-ORGANISATION
             WHEN "ANWENDEN"
                 PERFORM D000-WENDE-ORGANISATION-AN
             WHEN OTHER
                 MOVE "99" TO ORGA-STATUS
         END-EVALUATE.
         EXIT PROGRAM.

       B000-LADE-ORGMASTER.
         MOVE ZERO TO WS-ORG-ANZAHL ORGA-ANZAHL.
         MOVE "N" TO WS-ORG-ENDE-SCHALTER WS-KOPF-SCHALTER
             WS-ENDE-SCHALTER.
         OPEN INPUT ORG-DATEI.
         IF NOT ORG-STATUS-OK
             MOVE ORG-STATUS TO ORGA-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE "ORGMAST" TO ORG-UMS-KENNUNG.
         MOVE "ANFANG" TO ORG-UMS-FUNKTION.
         CALL "umschlag" USING ORG-UMS-UMSCHLAG.
         PERFORM B100-LIES-ORGSATZ.
         PERFORM B200-UEBERNIMM-ORGSATZ
             UNTIL ENDE-DER-ORGDATEI
                 OR ORGA-STATUS NOT = "00".
         CLOSE ORG-DATEI.
         IF ORGA-STATUS = "00" AND NOT ENDESATZ-GESEHEN
             MOVE "43" TO ORGA-STATUS
         END-IF.
         MOVE WS-ORG-ANZAHL TO ORGA-ANZAHL.

       B100-LIES-ORGSATZ.
         READ ORG-DATEI
             AT END SET ENDE-DER-ORGDATEI TO TRUE.
         IF NOT ORG-STATUS-OK AND NOT ORG-STATUS-ENDE
             MOVE ORG-STATUS TO ORGA-STATUS
         END-IF.

       B200-UEBERNIMM-ORGSATZ.
         EVALUATE TRUE
             WHEN NOT KOPF-GEPRUEFT
                 SET KOPF-GEPRUEFT TO TRUE
                 MOVE ORG-SATZ TO ORG-UMS-SATZBILD
                 MOVE "PRUEFKOPF" TO ORG-UMS-FUNKTION
                 CALL "umschlag" USING ORG-UMS-UMSCHLAG
                 MOVE ORG-UMS-STATUS TO ORGA-STATUS
             WHEN ORG-SATZ(1:2) = "UE"
                 SET ENDESATZ-GESEHEN TO TRUE
                 MOVE ORG-SATZ TO ORG-UMS-SATZBILD
                 MOVE "PRUEFENDE" TO ORG-UMS-FUNKTION
                 CALL "umschlag" USING ORG-UMS-UMSCHLAG
                 MOVE ORG-UMS-STATUS TO ORGA-STATUS
             WHEN ENDESATZ-GESEHEN
                 MOVE "43" TO ORGA-STATUS
             WHEN WS-ORG-ANZAHL NOT LESS WS-ORG-MAXIMUM
                 MOVE "97" TO ORGA-STATUS
             WHEN OTHER
                 MOVE ORG-SATZ TO ORG-UMS-PUFFER
                 MOVE "SUMME" TO ORG-UMS-FUNKTION
                 CALL "umschlag" USING ORG-UMS-UMSCHLAG
                 ADD 1 TO WS-ORG-ANZAHL
                 MOVE ORG-SATZ TO WS-ORG-EINTRAG(WS-ORG-ANZAHL)
         END-EVALUATE.
         IF ORGA-STATUS = "00"
             PERFORM B100-LIES-ORGSATZ
         END-IF.

       C000-HOLE-ORGANISATION.
         MOVE ORGA-NR TO WS-GESUCHTE-NR.
         PERFORM E000-SUCHE-ORGANISATION.
         IF WS-ORG-TREFFER = ZERO
             MOVE SPACES TO ORGA-ORGANISATION
             MOVE "98" TO ORGA-STATUS
         ELSE
             MOVE WS-ORG-EINTRAG(WS-ORG-TREFFER) TO ORGA-ORGANISATION
         END-IF.

      * Nur die geerbten Felder werden ersetzt; ADR-ID, Name,
      * Abteilung und Zustellstatus gehoeren der Person.
       D000-WENDE-ORGANISATION-AN.
         SET ORGA-UNVERAENDERT TO TRUE.
         MOVE ORGA-ADRESSE TO ADRESSE-SATZ WS-ALTE-ADRESSE.
         IF ADR-OHNE-ORGANISATION
             EXIT PARAGRAPH
         END-IF.
         MOVE ADR-ORG-NR TO WS-GESUCHTE-NR.
         PERFORM E000-SUCHE-ORGANISATION.
         IF WS-ORG-TREFFER = ZERO
             MOVE "98" TO ORGA-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-ORG-EINTRAG(WS-ORG-TREFFER) TO WS-ORG-BILD.
         MOVE WS-BILD-NAME TO ADR-ORGANISATION.
         MOVE WS-BILD-STRASSE TO ADR-STRASSE.
         MOVE WS-BILD-ORTSANGABE TO ADR-ORTSANGABE.
         MOVE WS-BILD-LAND TO ADR-LAND.
         IF ADRESSE-SATZ NOT = WS-ALTE-ADRESSE
             SET ORGA-GEAENDERT TO TRUE
             MOVE ADRESSE-SATZ TO ORGA-ADRESSE
         END-IF.

       E000-SUCHE-ORGANISATION.
         MOVE ZERO TO WS-ORG-TREFFER.
         PERFORM E100-VERGLEICHE-NUMMER
             VARYING WS-ORG-INDEX FROM 1 BY 1
             UNTIL WS-ORG-INDEX > WS-ORG-ANZAHL
                 OR WS-ORG-TREFFER > ZERO.

      * Aufgeloeste Organisationen (Kennzeichen L auf Stelle 159)
      * gelten als unbekannt.
       E100-VERGLEICHE-NUMMER.
         IF WS-ORG-EINTRAG(WS-ORG-INDEX)(1:5) = WS-GESUCHTE-NR
             AND WS-ORG-EINTRAG(WS-ORG-INDEX)(159:1) = SPACE
             MOVE WS-ORG-INDEX TO WS-ORG-TREFFER
         END-IF.

       END PROGRAM orgadr.

      * vim:ai sw=4 sts=4 expandtab
