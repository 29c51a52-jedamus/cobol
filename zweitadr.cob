      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Gemeinsames Unterprogramm fuer datierte Zweitanschriften
      * (Parameterblock zweitadr.cpy): Buero-, Privat- und
      * voruebergehende Anschriften eines Empfaengers stehen mit
      * ihrer Gueltigkeit in ZWEITADR.DAT (Pflege: zweitpfl).
      * Beim ANFANG werden nur die am Stichtag (dem Versandtag
      * des aufrufenden Laufs) gueltigen Eintraege in eine
      * Tabelle geladen; eine fehlende ZWEITADR.DAT ist zulaessig
      * und laesst jede Stammanschrift stehen. ANWENDEN legt die
      * gueltige Zweitanschrift ueber den Satz des Aufrufers,
      * der Master selbst wird nie geaendert - nach Ablauf gilt
      * deshalb ohne weiteres Zutun wieder die Stammanschrift.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. zweitadr.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZWEIT-DATEI
           ASSIGN TO "ZWEITADR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ZWEIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ZWEIT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ZWEIT-SATZ               PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-ZWEIT-ENDE-SCHALTER PIC X(01).
          88 ENDE-DER-ZWEITDATEI            VALUE "J".

       01 WS-ZWEIT-TABELLE.
          05 WS-ZWEIT-EINTRAG         OCCURS 2000 TIMES.
             10 ZWE-ID                PIC 9(06).
             10 ZWE-ART               PIC X(01).
             10 ZWE-RANG              PIC 9(01).
             10 ZWE-AB                PIC X(08).
             10 ZWE-BIS               PIC X(08).
             10 ZWE-ABTEILUNG         PIC X(40).
             10 ZWE-ORGANISATION      PIC X(40).
             10 ZWE-STRASSE           PIC X(40).
             10 ZWE-ORTSANGABE.
                15 ZWE-ORT            PIC X(40).
                15 ZWE-STAAT          PIC X(20).
                15 ZWE-PLZ            PIC X(10).
             10 ZWE-LAND              PIC X(03).
       77 WS-ZWEIT-ANZAHL        PIC 9(04) COMP VALUE ZERO.
       77 WS-ZWEIT-MAXIMUM       PIC 9(04) COMP VALUE 2000.
       77 WS-ZWEIT-INDEX         PIC 9(04) COMP VALUE ZERO.
       77 WS-ZWEIT-TREFFER       PIC 9(04) COMP VALUE ZERO.
       77 WS-NICHT-GUELTIG-ZAEHLER PIC 9(04) COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       77 WS-FELD-ID             PIC X(06) VALUE SPACES.
       77 WS-FELD-ART            PIC X(01) VALUE SPACES.
       77 WS-FELD-AB             PIC X(08) VALUE SPACES.
       77 WS-FELD-BIS            PIC X(08) VALUE SPACES.
       77 WS-FELD-ABTEILUNG      PIC X(40) VALUE SPACES.
       77 WS-FELD-ORGANISATION   PIC X(40) VALUE SPACES.
       77 WS-FELD-STRASSE        PIC X(40) VALUE SPACES.
       77 WS-FELD-ORT            PIC X(40) VALUE SPACES.
       77 WS-FELD-STAAT          PIC X(20) VALUE SPACES.
       77 WS-FELD-PLZ            PIC X(10) VALUE SPACES.
       77 WS-FELD-LAND           PIC X(03) VALUE SPACES.
       77 WS-FELD-RANG           PIC 9(01) VALUE ZERO.

       COPY "adresse.cpy".

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ZWEIT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ZWEIT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ZWEIT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ZWEIT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ZWEIT-STATUS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "zweitadr.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING ZWA-BLOCK.
       A000-BEHANDLE-ZWEITANSCHRIFT.
         MOVE "00" TO ZWA-STATUS.
         EVALUATE ZWA-FUNKTION
             WHEN "ANFANG"
                 PERFORM B000-BEGINNE-LAUF
             WHEN "ANWENDEN"
                 PERFORM C000-WENDE-ANSCHRIFT-AN
             WHEN "ABSCHLUSS"
                 PERFORM D000-SCHLIESSE-LAUF
             WHEN OTHER
                 MOVE "99" TO ZWA-STATUS
         END-EVALUATE.
         EXIT PROGRAM.

       B000-BEGINNE-LAUF.
         MOVE ZERO TO ZWA-ANZAHL WS-NICHT-GUELTIG-ZAEHLER.
         IF ZWA-STICHTAG = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO ZWA-STICHTAG
         END-IF.
         IF ZWA-STICHTAG IS NOT NUMERIC
             MOVE "96" TO ZWA-STATUS
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(ZWA-STICHTAG)) NOT = ZERO
             MOVE "96" TO ZWA-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM B100-LADE-ZWEITDATEI.

      * Laedt ZWEITADR.DAT; Eintraege, die am Stichtag noch nicht
      * oder nicht mehr gelten, werden gar nicht erst geladen.
       B100-LADE-ZWEITDATEI.
         MOVE ZERO TO WS-ZWEIT-ANZAHL.
         MOVE "N" TO WS-ZWEIT-ENDE-SCHALTER.
         OPEN INPUT ZWEIT-DATEI.
         IF NOT ZWEIT-STATUS-OK
             IF ZWEIT-STATUS NOT = "35"
                 MOVE ZWEIT-STATUS TO ZWA-STATUS
             END-IF
             EXIT PARAGRAPH
         END-IF.
         PERFORM B200-LIES-ZWEITZEILE.
         PERFORM B300-UEBERNIMM-ZWEITZEILE
             UNTIL ENDE-DER-ZWEITDATEI
                 OR ZWA-STATUS NOT = "00".
         CLOSE ZWEIT-DATEI.

       B200-LIES-ZWEITZEILE.
         READ ZWEIT-DATEI
             AT END SET ENDE-DER-ZWEITDATEI TO TRUE.
         IF NOT ZWEIT-STATUS-OK AND NOT ZWEIT-STATUS-ENDE
             MOVE ZWEIT-STATUS TO ZWA-STATUS
         END-IF.

       B300-UEBERNIMM-ZWEITZEILE.
         IF ZWEIT-SATZ = SPACES
             OR ZWEIT-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             MOVE SPACES TO WS-FELD-ID WS-FELD-ART WS-FELD-AB
                 WS-FELD-BIS WS-FELD-ABTEILUNG WS-FELD-ORGANISATION
                 WS-FELD-STRASSE WS-FELD-ORT WS-FELD-STAAT
                 WS-FELD-PLZ WS-FELD-LAND
             UNSTRING ZWEIT-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-ART WS-FELD-AB
                      WS-FELD-BIS WS-FELD-ABTEILUNG
                      WS-FELD-ORGANISATION WS-FELD-STRASSE
                      WS-FELD-ORT WS-FELD-STAAT WS-FELD-PLZ
                      WS-FELD-LAND
             END-UNSTRING
             IF WS-FELD-ID IS NUMERIC
                 IF WS-FELD-AB > ZWA-STICHTAG
                     OR (WS-FELD-BIS NOT = SPACES
                         AND WS-FELD-BIS < ZWA-STICHTAG)
                     ADD 1 TO WS-NICHT-GUELTIG-ZAEHLER
                 ELSE
                     PERFORM B350-NIMM-ANSCHRIFT-AUF
                 END-IF
             END-IF
         END-IF.
         IF ZWA-STATUS = "00"
             PERFORM B200-LIES-ZWEITZEILE
         END-IF.

      * Der Rang entscheidet bei gleichem AB: V vor P vor B.
       B350-NIMM-ANSCHRIFT-AUF.
         IF WS-ZWEIT-ANZAHL NOT LESS WS-ZWEIT-MAXIMUM
             MOVE "97" TO ZWA-STATUS
             EXIT PARAGRAPH
         END-IF.
         EVALUATE WS-FELD-ART
             WHEN "V"
                 MOVE 3 TO WS-FELD-RANG
             WHEN "P"
                 MOVE 2 TO WS-FELD-RANG
             WHEN "B"
                 MOVE 1 TO WS-FELD-RANG
             WHEN OTHER
                 ADD 1 TO WS-NICHT-GUELTIG-ZAEHLER
                 EXIT PARAGRAPH
         END-EVALUATE.
         ADD 1 TO WS-ZWEIT-ANZAHL.
         MOVE WS-FELD-ID TO ZWE-ID(WS-ZWEIT-ANZAHL).
         MOVE WS-FELD-ART TO ZWE-ART(WS-ZWEIT-ANZAHL).
         MOVE WS-FELD-RANG TO ZWE-RANG(WS-ZWEIT-ANZAHL).
         MOVE WS-FELD-AB TO ZWE-AB(WS-ZWEIT-ANZAHL).
         MOVE WS-FELD-BIS TO ZWE-BIS(WS-ZWEIT-ANZAHL).
         MOVE WS-FELD-ABTEILUNG TO ZWE-ABTEILUNG(WS-ZWEIT-ANZAHL).
         MOVE WS-FELD-ORGANISATION
             TO ZWE-ORGANISATION(WS-ZWEIT-ANZAHL).
         MOVE WS-FELD-STRASSE TO ZWE-STRASSE(WS-ZWEIT-ANZAHL).
         MOVE WS-FELD-ORT TO ZWE-ORT(WS-ZWEIT-ANZAHL).
         MOVE WS-FELD-STAAT TO ZWE-STAAT(WS-ZWEIT-ANZAHL).
         MOVE WS-FELD-PLZ TO ZWE-PLZ(WS-ZWEIT-ANZAHL).
         MOVE WS-FELD-LAND TO ZWE-LAND(WS-ZWEIT-ANZAHL).

       C000-WENDE-ANSCHRIFT-AN.
         SET ZWA-STAMMANSCHRIFT TO TRUE.
         MOVE SPACES TO ZWA-ART ZWA-BIS.
         MOVE ZERO TO WS-ZWEIT-TREFFER.
         MOVE ZWA-ADRESSE TO ADRESSE-SATZ.
         PERFORM C100-VERGLEICHE-ANSCHRIFT
             VARYING WS-ZWEIT-INDEX FROM 1 BY 1
             UNTIL WS-ZWEIT-INDEX > WS-ZWEIT-ANZAHL.
         IF WS-ZWEIT-TREFFER = ZERO
             EXIT PARAGRAPH
         END-IF.
         SET ZWA-ZWEITANSCHRIFT TO TRUE.
         ADD 1 TO ZWA-ANZAHL.
         MOVE ZWE-ART(WS-ZWEIT-TREFFER) TO ZWA-ART.
         MOVE ZWE-BIS(WS-ZWEIT-TREFFER) TO ZWA-BIS.
         MOVE ZWE-ABTEILUNG(WS-ZWEIT-TREFFER) TO ADR-ABTEILUNG.
         MOVE ZWE-ORGANISATION(WS-ZWEIT-TREFFER)
             TO ADR-ORGANISATION.
         MOVE ZWE-STRASSE(WS-ZWEIT-TREFFER) TO ADR-STRASSE.
         MOVE ZWE-ORTSANGABE(WS-ZWEIT-TREFFER) TO ADR-ORTSANGABE.
         MOVE ZWE-LAND(WS-ZWEIT-TREFFER) TO ADR-LAND.
         MOVE SPACE TO ADR-ZUSTELL.
         MOVE SPACES TO ADR-ORG-NR.
         MOVE ADRESSE-SATZ TO ZWA-ADRESSE.

      * Unter mehreren gueltigen Eintraegen gewinnt der mit dem
      * spaetesten AB, bei gleichem AB der hoehere Rang.
       C100-VERGLEICHE-ANSCHRIFT.
         IF ZWE-ID(WS-ZWEIT-INDEX) = ADR-ID
             IF WS-ZWEIT-TREFFER = ZERO
                 MOVE WS-ZWEIT-INDEX TO WS-ZWEIT-TREFFER
             ELSE
                 IF ZWE-AB(WS-ZWEIT-INDEX) > ZWE-AB(WS-ZWEIT-TREFFER)
                     OR (ZWE-AB(WS-ZWEIT-INDEX)
                             = ZWE-AB(WS-ZWEIT-TREFFER)
                         AND ZWE-RANG(WS-ZWEIT-INDEX)
                             > ZWE-RANG(WS-ZWEIT-TREFFER))
                     MOVE WS-ZWEIT-INDEX TO WS-ZWEIT-TREFFER
                 END-IF
             END-IF
         END-IF.

       D000-SCHLIESSE-LAUF.
         DISPLAY FUNCTION UPPER-CASE(FUNCTION TRIM(ZWA-PROGRAMM))
             ": Versandtag " ZWA-STICHTAG
             ", gueltige Zweitanschriften " WS-ZWEIT-ANZAHL
             ", angewendet " ZWA-ANZAHL.

       END PROGRAM zweitadr.

      * vim:ai sw=4 sts=4 expandtab
