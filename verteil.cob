      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Gemeinsames Unterprogramm fuer die staendigen Verteiler
      * (Parameterblock verteil.cpy): ANFANG laedt die aktuellen
      * Mitglieder eines Verteilers aus VERTEILER.DAT in eine
      * nach ADR-ID aufsteigende Tabelle, PRUEFEN sagt fuer eine
      * ADR-ID, ob sie dazugehoert. Die Tabelle wird beim Laden
      * durch Einfuegen sortiert (die Datei ist gewoehnlich schon
      * nach ADR-ID geordnet, dann kostet das nichts) und beim
      * Pruefen halbierend durchsucht, damit auch ein grosser
      * Rundbriefverteiler den Auswahllauf nicht aufhaelt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verteil.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VTL-DATEI
           ASSIGN TO "VERTEILER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS VTL-DATEI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VTL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 VTL-SATZ                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-VTL-ENDE-SCHALTER   PIC X(01).
          88 ENDE-DER-VTLDATEI              VALUE "J".
       77 WS-PLATZ-SCHALTER      PIC X(01).
          88 PLATZ-GEFUNDEN                 VALUE "J".

       01 WS-MITGLIEDER-TABELLE.
          05 WS-MITGLIED-ID           PIC 9(06) OCCURS 9000 TIMES.
       77 WS-MITGLIEDER-ANZAHL   PIC 9(04) COMP VALUE ZERO.
       77 WS-MITGLIEDER-MAXIMUM  PIC 9(04) COMP VALUE 9000.
       77 WS-EINFUEGE-INDEX      PIC 9(04) COMP VALUE ZERO.
       77 WS-UNTEN               PIC 9(04) COMP VALUE ZERO.
       77 WS-OBEN                PIC 9(04) COMP VALUE ZERO.
       77 WS-MITTE               PIC 9(04) COMP VALUE ZERO.
       77 WS-NEUE-ID             PIC 9(06) VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       77 WS-FELD-ID             PIC X(06) VALUE SPACES.
       77 WS-FELD-VERTEILER      PIC X(12) VALUE SPACES.
       77 WS-FELD-EINTRITT       PIC X(08) VALUE SPACES.
       77 WS-FELD-AUSTRITT       PIC X(08) VALUE SPACES.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==VTL-DATEI-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==VTL-DATEI-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==VTL-DATEI-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==VTL-DATEI-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==VTL-DATEI-STATUS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "verteil.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING VTL-BLOCK.
       A000-BEHANDLE-VERTEILER.
         MOVE "00" TO VTL-STATUS.
         EVALUATE VTL-FUNKTION
             WHEN "ANFANG"
                 PERFORM B000-LADE-VERTEILER
             WHEN "PRUEFEN"
                 PERFORM C000-PRUEFE-MITGLIED
             WHEN OTHER
                 MOVE "99" TO VTL-STATUS
         END-EVALUATE.
         EXIT PROGRAM.

       B000-LADE-VERTEILER.
         MOVE ZERO TO WS-MITGLIEDER-ANZAHL VTL-ANZAHL.
         MOVE "N" TO WS-VTL-ENDE-SCHALTER.
         OPEN INPUT VTL-DATEI.
         IF NOT VTL-DATEI-STATUS-OK
             MOVE VTL-DATEI-STATUS TO VTL-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM B100-LIES-VTLZEILE.
         PERFORM B200-UEBERNIMM-VTLZEILE
             UNTIL ENDE-DER-VTLDATEI
                 OR VTL-STATUS NOT = "00".
         CLOSE VTL-DATEI.
         MOVE WS-MITGLIEDER-ANZAHL TO VTL-ANZAHL.
         IF VTL-STATUS = "00" AND WS-MITGLIEDER-ANZAHL = ZERO
             MOVE "98" TO VTL-STATUS
         END-IF.

       B100-LIES-VTLZEILE.
         READ VTL-DATEI
             AT END SET ENDE-DER-VTLDATEI TO TRUE.
         IF NOT VTL-DATEI-STATUS-OK AND NOT VTL-DATEI-STATUS-ENDE
             MOVE VTL-DATEI-STATUS TO VTL-STATUS
         END-IF.

      * Nur aktuelle Mitgliedschaften (ohne Austritt) des
      * gesuchten Verteilers werden geladen.
       B200-UEBERNIMM-VTLZEILE.
         IF VTL-SATZ NOT = SPACES
             AND VTL-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ID WS-FELD-VERTEILER
                 WS-FELD-EINTRITT WS-FELD-AUSTRITT
             UNSTRING VTL-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-VERTEILER
                      WS-FELD-EINTRITT WS-FELD-AUSTRITT
             END-UNSTRING
             IF WS-FELD-ID IS NUMERIC
                 AND WS-FELD-VERTEILER = VTL-NAME
                 AND WS-FELD-AUSTRITT = SPACES
                 MOVE WS-FELD-ID TO WS-NEUE-ID
                 PERFORM B300-FUEGE-MITGLIED-EIN
             END-IF
         END-IF.
         IF VTL-STATUS = "00"
             PERFORM B100-LIES-VTLZEILE
         END-IF.

      * Einfuegen in die aufsteigende Tabelle: von hinten her
      * jede groessere ID um einen Platz nach oben schieben. Eine
      * doppelte Zeile derselben ID wird nur einmal gefuehrt.
       B300-FUEGE-MITGLIED-EIN.
         MOVE WS-NEUE-ID TO VTL-ID.
         PERFORM C100-SUCHE-ID.
         IF VTL-MITGLIED
             EXIT PARAGRAPH
         END-IF.
         IF WS-MITGLIEDER-ANZAHL NOT LESS WS-MITGLIEDER-MAXIMUM
             MOVE "97" TO VTL-STATUS
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-MITGLIEDER-ANZAHL.
         MOVE WS-MITGLIEDER-ANZAHL TO WS-EINFUEGE-INDEX.
         MOVE "N" TO WS-PLATZ-SCHALTER.
         PERFORM B310-SCHIEBE-HOCH
             UNTIL PLATZ-GEFUNDEN.
         MOVE WS-NEUE-ID TO WS-MITGLIED-ID(WS-EINFUEGE-INDEX).

       B310-SCHIEBE-HOCH.
         IF WS-EINFUEGE-INDEX = 1
             SET PLATZ-GEFUNDEN TO TRUE
             EXIT PARAGRAPH
         END-IF.
         IF WS-MITGLIED-ID(WS-EINFUEGE-INDEX - 1) < WS-NEUE-ID
             SET PLATZ-GEFUNDEN TO TRUE
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-MITGLIED-ID(WS-EINFUEGE-INDEX - 1)
             TO WS-MITGLIED-ID(WS-EINFUEGE-INDEX).
         SUBTRACT 1 FROM WS-EINFUEGE-INDEX.

       C000-PRUEFE-MITGLIED.
         PERFORM C100-SUCHE-ID.

      * Halbierende Suche nach VTL-ID in der aufsteigenden
      * Tabelle.
       C100-SUCHE-ID.
         SET VTL-KEIN-MITGLIED TO TRUE.
         MOVE 1 TO WS-UNTEN.
         MOVE WS-MITGLIEDER-ANZAHL TO WS-OBEN.
         PERFORM C110-HALBIERE
             UNTIL WS-UNTEN > WS-OBEN
                 OR VTL-MITGLIED.

       C110-HALBIERE.
         COMPUTE WS-MITTE = (WS-UNTEN + WS-OBEN) / 2.
         EVALUATE TRUE
             WHEN WS-MITGLIED-ID(WS-MITTE) = VTL-ID
                 SET VTL-MITGLIED TO TRUE
             WHEN WS-MITGLIED-ID(WS-MITTE) < VTL-ID
                 COMPUTE WS-UNTEN = WS-MITTE + 1
             WHEN WS-MITTE = 1
                 MOVE ZERO TO WS-OBEN
             WHEN OTHER
                 COMPUTE WS-OBEN = WS-MITTE - 1
         END-EVALUATE.

       END PROGRAM verteil.

      * vim:ai sw=4 sts=4 expandtab
