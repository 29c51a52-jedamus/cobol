      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Bericht ueber die staendigen Verteiler (VERTEILER.DAT,
      * Satzbild siehe verteil.cpy). Je Verteiler weist
      * VTLBER.RPT aus:
      *   - die Zahl der aktuellen Mitglieder,
      *   - die Zugaenge und Abgaenge der letzten 30 Tage (heute
      *     eingeschlossen; der Zeitraum kann mit dem
      *     Laufparameter TAGE=nnn geaendert werden),
      *   - die Mitglieder, die im Adressmaster als unzustellbar
      *     (ADR-UNZUSTELLBAR) gekennzeichnet sind und vor der
      *     naechsten Sendung geklaert werden sollten,
      *   - die Mitglieder, deren Adresse im Master logisch
      *     geloescht ist (ADR-GELOESCHT),
      *   - Mitglieder, deren ADR-ID im Master fehlt.
      * Die Namen kommen aus ADDRESS-MASTER.DAT. Eine fehlende
      * VERTEILER.DAT ergibt einen leeren Bericht.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Neue Teilliste der Mitglieder, deren Adresse im Master
      *     logisch geloescht ist (ADR-GELOESCHT), mit Summenzeile.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. vtlber.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VTL-DATEI
           ASSIGN TO "VERTEILER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS VTL-STATUS.

           SELECT ADDRESS-MASTER
           ASSIGN TO "ADDRESS-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ADRMAST-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "VTLBER.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VTL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 VTL-SATZ                 PIC X(80).

       FD ADDRESS-MASTER
          LABEL RECORDS ARE OMITTED.
       COPY "adresse.cpy".

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(80).
       01 WS-TAGE                     PIC 9(03)   VALUE 30.
       01 WS-HEUTE                    PIC 9(08).
       01 WS-HEUTE-TEXT REDEFINES WS-HEUTE
                                      PIC X(08).
       01 WS-BEGINN-DATUM             PIC 9(08).
       01 WS-BEGINN-TEXT REDEFINES WS-BEGINN-DATUM
                                      PIC X(08).
       01 WS-HEUTE-TAGESZAHL          PIC 9(07)   COMP VALUE ZERO.
       01 WS-BEGINN-TAGESZAHL         PIC 9(07)   COMP VALUE ZERO.

       01 WS-VTL-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 ENDE-DER-VTLDATEI                    VALUE "J".
       01 WS-MASTER-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-MASTERS                     VALUE "J".

      * Alle Mitgliedschaften; Name und Zustellstatus setzt der
      * Durchgang durch den Master ein.
       01 WS-VTL-TABELLE.
          05 WS-VTL-EINTRAG           OCCURS 9000 TIMES.
             10 VTE-ID                PIC 9(06).
             10 VTE-VERTEILER         PIC X(12).
             10 VTE-EINTRITT          PIC X(08).
             10 VTE-AUSTRITT          PIC X(08).
             10 VTE-NAME              PIC X(40).
             10 VTE-ZUSTELL           PIC X(01).
                88 VTE-UNZUSTELLBAR               VALUE "U".
                88 VTE-GELOESCHT                  VALUE "G".
       01 WS-VTL-ANZAHL               PIC 9(04)   COMP VALUE ZERO.
       01 WS-VTL-MAXIMUM              PIC 9(04)   COMP VALUE 9000.
       01 WS-VTL-INDEX                PIC 9(04)   COMP VALUE ZERO.

       01 WS-LISTEN-TABELLE.
          05 WS-LISTEN-EINTRAG        OCCURS 200 TIMES.
             10 LST-VERTEILER         PIC X(12).
       01 WS-LISTEN-ANZAHL            PIC 9(03)   COMP VALUE ZERO.
       01 WS-LISTEN-MAXIMUM           PIC 9(03)   COMP VALUE 200.
       01 WS-LISTEN-INDEX             PIC 9(03)   COMP VALUE ZERO.
       01 WS-LISTEN-TREFFER           PIC 9(03)   COMP VALUE ZERO.
       01 WS-VERTEILER                PIC X(12).

       01 WS-TEILLISTE                PIC X(01).
          88 TEIL-ZUGAENGE                        VALUE "Z".
          88 TEIL-ABGAENGE                        VALUE "A".
          88 TEIL-UNZUSTELLBAR                    VALUE "U".
          88 TEIL-GELOESCHT                       VALUE "G".
          88 TEIL-OHNE-MASTER                     VALUE "M".
       01 WS-TEIL-ZAEHLER             PIC 9(05)   COMP VALUE ZERO.
       01 WS-MITGLIEDER-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.

       01 WS-GELESEN-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-AKTIV-ZAEHLER            PIC 9(05)   COMP VALUE ZERO.
       01 WS-ZUGANG-ZAEHLER           PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABGANG-ZAEHLER           PIC 9(05)   COMP VALUE ZERO.
       01 WS-UNZUSTELLBAR-ZAEHLER     PIC 9(05)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-OHNE-MASTER-ZAEHLER      PIC 9(05)   COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-VERTEILER           PIC X(12)   VALUE SPACES.
       01 WS-FELD-EINTRITT            PIC X(08)   VALUE SPACES.
       01 WS-FELD-AUSTRITT            PIC X(08)   VALUE SPACES.

       01 WS-BERICHTZEILE             PIC X(100).

       01 WS-KOPFZEILE.
          05 FILLER                   PIC X(10)   VALUE "VERTEILER ".
          05 WS-KZ-VERTEILER          PIC X(12).
          05 FILLER                   PIC X(14)
                                      VALUE "  MITGLIEDER: ".
          05 WS-KZ-MITGLIEDER         PIC ZZZZ9.

       01 WS-MITGLIEDZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 WS-MZ-ID                 PIC 9(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-MZ-NAME               PIC X(40).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-MZ-TEXT               PIC X(10).
          05 WS-MZ-DATUM              PIC X(08).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==VTL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==VTL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==VTL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==VTL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==VTL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ADRMAST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ADRMAST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ADRMAST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ADRMAST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ADRMAST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "laufstat.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-BERICHTE-VERTEILER.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         IF WS-KOMMANDOZEILE(1:5) = "TAGE="
             IF FUNCTION TRIM(WS-KOMMANDOZEILE(6:3)) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-KOMMANDOZEILE(6:3))
                     TO WS-TAGE
             ELSE
                 DISPLAY "VTLBER: TAGE= ist nicht numerisch"
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE-TEXT.
         COMPUTE WS-HEUTE-TAGESZAHL =
             FUNCTION INTEGER-OF-DATE(WS-HEUTE).
         COMPUTE WS-BEGINN-TAGESZAHL =
             WS-HEUTE-TAGESZAHL - WS-TAGE + 1.
         COMPUTE WS-BEGINN-DATUM =
             FUNCTION DATE-OF-INTEGER(WS-BEGINN-TAGESZAHL).

         PERFORM B000-LADE-VTLDATEI.
         IF WS-VTL-ANZAHL > ZERO
             PERFORM C000-HOLE-MASTERDATEN
         END-IF.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open VTLBER.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "VTLBER BERICHT DER VERTEILER, LAUF "
             WS-HEUTE-TEXT ", ZU- UND ABGAENGE SEIT "
             WS-BEGINN-TEXT
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF VTL-STATUS = "35"
             MOVE "VERTEILER.DAT fehlt - keine Verteiler"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         PERFORM D000-SCHREIBE-VERTEILER
             VARYING WS-LISTEN-INDEX FROM 1 BY 1
             UNTIL WS-LISTEN-INDEX > WS-LISTEN-ANZAHL.
         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.

         DISPLAY "VTLBER: Verteiler " WS-LISTEN-ANZAHL
             ", Mitglieder " WS-AKTIV-ZAEHLER
             ", Zugaenge " WS-ZUGANG-ZAEHLER
             ", Abgaenge " WS-ABGANG-ZAEHLER
             ", unzustellbar " WS-UNZUSTELLBAR-ZAEHLER
             ", geloescht " WS-GELOESCHT-ZAEHLER.
         MOVE "vtlber" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-AKTIV-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE ZERO TO STAT-ABGEWIESEN.
         MOVE 0 TO STAT-RC.
         CALL "statistik" USING STAT-BLOCK.
         STOP RUN.

       B000-LADE-VTLDATEI.
         OPEN INPUT VTL-DATEI.
         IF VTL-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT VTL-STATUS-OK
             DISPLAY "Sorry, unable to open VERTEILER.DAT, status "
                 VTL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM B100-LIES-VTLZEILE.
         PERFORM B200-UEBERNIMM-VTLZEILE
             UNTIL ENDE-DER-VTLDATEI.
         CLOSE VTL-DATEI.

       B100-LIES-VTLZEILE.
         READ VTL-DATEI
             AT END SET ENDE-DER-VTLDATEI TO TRUE.
         IF NOT VTL-STATUS-OK AND NOT VTL-STATUS-ENDE
             DISPLAY "Sorry, error reading VERTEILER.DAT, status "
                 VTL-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-UEBERNIMM-VTLZEILE.
         IF VTL-SATZ = SPACES
             OR VTL-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             MOVE SPACES TO WS-FELD-ID WS-FELD-VERTEILER
                 WS-FELD-EINTRITT WS-FELD-AUSTRITT
             UNSTRING VTL-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-VERTEILER
                      WS-FELD-EINTRITT WS-FELD-AUSTRITT
             END-UNSTRING
             IF WS-FELD-ID IS NUMERIC
                 PERFORM B300-MERKE-MITGLIEDSCHAFT
             END-IF
         END-IF.
         PERFORM B100-LIES-VTLZEILE.

       B300-MERKE-MITGLIEDSCHAFT.
         IF WS-VTL-ANZAHL NOT LESS WS-VTL-MAXIMUM
             DISPLAY "VTLBER: mehr als " WS-VTL-MAXIMUM
                 " Mitgliedschaften, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-GELESEN-ZAEHLER.
         ADD 1 TO WS-VTL-ANZAHL.
         MOVE WS-FELD-ID TO VTE-ID(WS-VTL-ANZAHL).
         MOVE WS-FELD-VERTEILER TO VTE-VERTEILER(WS-VTL-ANZAHL).
         MOVE WS-FELD-EINTRITT TO VTE-EINTRITT(WS-VTL-ANZAHL).
         MOVE WS-FELD-AUSTRITT TO VTE-AUSTRITT(WS-VTL-ANZAHL).
         MOVE "(NICHT IM MASTER)" TO VTE-NAME(WS-VTL-ANZAHL).
         MOVE SPACE TO VTE-ZUSTELL(WS-VTL-ANZAHL).
         MOVE WS-VTL-ANZAHL TO WS-VTL-INDEX.
         PERFORM B400-MERKE-VERTEILER.

      * Verteilernamen in der Reihenfolge ihres ersten Auftretens.
       B400-MERKE-VERTEILER.
         MOVE ZERO TO WS-LISTEN-TREFFER.
         PERFORM B410-VERGLEICHE-VERTEILER
             VARYING WS-LISTEN-INDEX FROM 1 BY 1
             UNTIL WS-LISTEN-INDEX > WS-LISTEN-ANZAHL
                 OR WS-LISTEN-TREFFER > ZERO.
         IF WS-LISTEN-TREFFER = ZERO
             IF WS-LISTEN-ANZAHL NOT LESS WS-LISTEN-MAXIMUM
                 DISPLAY "VTLBER: mehr als " WS-LISTEN-MAXIMUM
                     " Verteiler, Lauf wird abgebrochen"
                 STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-LISTEN-ANZAHL
             MOVE VTE-VERTEILER(WS-VTL-INDEX)
                 TO LST-VERTEILER(WS-LISTEN-ANZAHL)
         END-IF.

       B410-VERGLEICHE-VERTEILER.
         IF LST-VERTEILER(WS-LISTEN-INDEX)
                 = VTE-VERTEILER(WS-VTL-INDEX)
             MOVE WS-LISTEN-INDEX TO WS-LISTEN-TREFFER
         END-IF.

      * Ein Durchgang durch den Master setzt Namen und
      * Zustellstatus ein; Kopf- und Endesatz des Umschlags
      * tragen keine numerische ID.
       C000-HOLE-MASTERDATEN.
         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM C100-LIES-MASTERSATZ.
         PERFORM C200-PRUEFE-MASTERSATZ
             UNTIL ENDE-DES-MASTERS.
         CLOSE ADDRESS-MASTER.

       C100-LIES-MASTERSATZ.
         READ ADDRESS-MASTER
             AT END SET ENDE-DES-MASTERS TO TRUE.
         IF NOT ADRMAST-STATUS-OK AND NOT ADRMAST-STATUS-ENDE
             DISPLAY "Sorry, error reading ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

       C200-PRUEFE-MASTERSATZ.
         IF ADRESSE-SATZ(1:6) IS NUMERIC
             PERFORM C300-SETZE-MASTERDATEN
                 VARYING WS-VTL-INDEX FROM 1 BY 1
                 UNTIL WS-VTL-INDEX > WS-VTL-ANZAHL
         END-IF.
         PERFORM C100-LIES-MASTERSATZ.

       C300-SETZE-MASTERDATEN.
         IF VTE-ID(WS-VTL-INDEX) = ADR-ID
             MOVE ADR-NAME TO VTE-NAME(WS-VTL-INDEX)
             MOVE ADR-ZUSTELL TO VTE-ZUSTELL(WS-VTL-INDEX)
             IF ADR-GELOESCHT
                 SET VTE-GELOESCHT(WS-VTL-INDEX) TO TRUE
             END-IF
         END-IF.

      * Ein Abschnitt je Verteiler: Kopf mit Mitgliederzahl,
      * dann die fuenf Teillisten.
       D000-SCHREIBE-VERTEILER.
         MOVE LST-VERTEILER(WS-LISTEN-INDEX) TO WS-VERTEILER.
         MOVE ZERO TO WS-MITGLIEDER-ZAEHLER.
         PERFORM D050-ZAEHLE-MITGLIED
             VARYING WS-VTL-INDEX FROM 1 BY 1
             UNTIL WS-VTL-INDEX > WS-VTL-ANZAHL.
         ADD WS-MITGLIEDER-ZAEHLER TO WS-AKTIV-ZAEHLER.
         MOVE WS-VERTEILER TO WS-KZ-VERTEILER.
         MOVE WS-MITGLIEDER-ZAEHLER TO WS-KZ-MITGLIEDER.
         MOVE WS-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         MOVE "  ZUGAENGE IM ZEITRAUM" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         SET TEIL-ZUGAENGE TO TRUE.
         PERFORM D100-SCHREIBE-TEILLISTE.
         ADD WS-TEIL-ZAEHLER TO WS-ZUGANG-ZAEHLER.

         MOVE "  ABGAENGE IM ZEITRAUM" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         SET TEIL-ABGAENGE TO TRUE.
         PERFORM D100-SCHREIBE-TEILLISTE.
         ADD WS-TEIL-ZAEHLER TO WS-ABGANG-ZAEHLER.

         MOVE "  MITGLIEDER MIT ADR-UNZUSTELLBAR" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         SET TEIL-UNZUSTELLBAR TO TRUE.
         PERFORM D100-SCHREIBE-TEILLISTE.
         ADD WS-TEIL-ZAEHLER TO WS-UNZUSTELLBAR-ZAEHLER.

         MOVE "  MITGLIEDER MIT GELOESCHTER ADRESSE" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         SET TEIL-GELOESCHT TO TRUE.
         PERFORM D100-SCHREIBE-TEILLISTE.
         ADD WS-TEIL-ZAEHLER TO WS-GELOESCHT-ZAEHLER.

         MOVE "  MITGLIEDER OHNE MASTERSATZ" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         SET TEIL-OHNE-MASTER TO TRUE.
         PERFORM D100-SCHREIBE-TEILLISTE.
         ADD WS-TEIL-ZAEHLER TO WS-OHNE-MASTER-ZAEHLER.

         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       D050-ZAEHLE-MITGLIED.
         IF VTE-VERTEILER(WS-VTL-INDEX) = WS-VERTEILER
             AND VTE-AUSTRITT(WS-VTL-INDEX) = SPACES
             ADD 1 TO WS-MITGLIEDER-ZAEHLER
         END-IF.

       D100-SCHREIBE-TEILLISTE.
         MOVE ZERO TO WS-TEIL-ZAEHLER.
         PERFORM D200-PRUEFE-EINTRAG
             VARYING WS-VTL-INDEX FROM 1 BY 1
             UNTIL WS-VTL-INDEX > WS-VTL-ANZAHL.
         IF WS-TEIL-ZAEHLER = ZERO
             MOVE "    keine" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       D200-PRUEFE-EINTRAG.
         IF VTE-VERTEILER(WS-VTL-INDEX) NOT = WS-VERTEILER
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-MZ-TEXT WS-MZ-DATUM.
         EVALUATE TRUE
             WHEN TEIL-ZUGAENGE
                 IF VTE-EINTRITT(WS-VTL-INDEX) < WS-BEGINN-TEXT
                     OR VTE-EINTRITT(WS-VTL-INDEX) > WS-HEUTE-TEXT
                     EXIT PARAGRAPH
                 END-IF
                 MOVE "EINTRITT " TO WS-MZ-TEXT
                 MOVE VTE-EINTRITT(WS-VTL-INDEX) TO WS-MZ-DATUM
             WHEN TEIL-ABGAENGE
                 IF VTE-AUSTRITT(WS-VTL-INDEX) = SPACES
                     OR VTE-AUSTRITT(WS-VTL-INDEX) < WS-BEGINN-TEXT
                     OR VTE-AUSTRITT(WS-VTL-INDEX) > WS-HEUTE-TEXT
                     EXIT PARAGRAPH
                 END-IF
                 MOVE "AUSTRITT " TO WS-MZ-TEXT
                 MOVE VTE-AUSTRITT(WS-VTL-INDEX) TO WS-MZ-DATUM
             WHEN TEIL-UNZUSTELLBAR
                 IF VTE-AUSTRITT(WS-VTL-INDEX) NOT = SPACES
                     OR NOT VTE-UNZUSTELLBAR(WS-VTL-INDEX)
                     EXIT PARAGRAPH
                 END-IF
                 MOVE "EINTRITT " TO WS-MZ-TEXT
                 MOVE VTE-EINTRITT(WS-VTL-INDEX) TO WS-MZ-DATUM
             WHEN TEIL-GELOESCHT
                 IF VTE-AUSTRITT(WS-VTL-INDEX) NOT = SPACES
                     OR NOT VTE-GELOESCHT(WS-VTL-INDEX)
                     EXIT PARAGRAPH
                 END-IF
                 MOVE "EINTRITT " TO WS-MZ-TEXT
                 MOVE VTE-EINTRITT(WS-VTL-INDEX) TO WS-MZ-DATUM
             WHEN TEIL-OHNE-MASTER
                 IF VTE-AUSTRITT(WS-VTL-INDEX) NOT = SPACES
                     OR VTE-NAME(WS-VTL-INDEX) NOT = "(NICHT IM MASTER)"
                     EXIT PARAGRAPH
                 END-IF
                 MOVE "EINTRITT " TO WS-MZ-TEXT
                 MOVE VTE-EINTRITT(WS-VTL-INDEX) TO WS-MZ-DATUM
         END-EVALUATE.
         ADD 1 TO WS-TEIL-ZAEHLER.
         MOVE VTE-ID(WS-VTL-INDEX) TO WS-MZ-ID.
         MOVE VTE-NAME(WS-VTL-INDEX) TO WS-MZ-NAME.
         MOVE WS-MITGLIEDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing VTLBER.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       H000-SCHREIBE-SUMMEN.
         MOVE "VERTEILER             : " TO WS-SUM-TEXT.
         MOVE WS-LISTEN-ANZAHL TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "MITGLIEDSCHAFTEN      : " TO WS-SUM-TEXT.
         MOVE WS-AKTIV-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ZUGAENGE              : " TO WS-SUM-TEXT.
         MOVE WS-ZUGANG-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ABGAENGE              : " TO WS-SUM-TEXT.
         MOVE WS-ABGANG-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "UNZUSTELLBAR          : " TO WS-SUM-TEXT.
         MOVE WS-UNZUSTELLBAR-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "GELOESCHTE ADRESSE    : " TO WS-SUM-TEXT.
         MOVE WS-GELOESCHT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "OHNE MASTERSATZ       : " TO WS-SUM-TEXT.
         MOVE WS-OHNE-MASTER-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       END PROGRAM vtlber.

      * vim:ai sw=4 sts=4 expandtab
