      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Leckpruefung vor der Freigabe in die Testumgebung: freigabe
      * prueft nur, dass maskrcn fuer die Datei PASS gesagt hat.
      * Ein Feld, das im Profil versehentlich auf K steht, oder
      * eine neue Spalte, die niemand ins Profil aufgenommen hat,
      * geht damit trotzdem im Klartext an das Testteam. Dieses
      * Programm liest die Kandidatendatei und vergleicht sie mit
      * dem echten Adressmaster ADDRESS-MASTER.DAT:
      *     leckscan DATEI=<datei> [ERLAUBT=<datei>] [ZIFFERN=n]
      * Gesucht wird in jedem Nutzsatz (die ersten 4000 Stellen)
      * nach
      *   - jedem Namen (ADR-NAME) des Masters       Art NAME
      *   - jeder Organisation (ADR-ORGANISATION)    Art ORGANISATION
      *   - Name und PLZ desselben Mastersatzes im
      *     selben Kandidatensatz                    Art NAME+PLZ
      *   - Ziffernfolgen ab n Stellen (Standard 8),
      *     die nach Kontonummer aussehen            Art ZIFFERN
      * Werte unter 4 Stellen werden nicht gesucht. Die
      * Erlaubnisliste (Standard LECKSCAN.TAB; je Zeile ein Wert,
      * * in Spalte 1 = Kommentar) nimmt allgemeine Werte wie
      * CLEVELAND STATE UNIVERSITY aus der Suche: ein Name oder
      * eine Organisation, die dort steht, wird nicht gemeldet,
      * ebenso eine Ziffernfolge, die dort steht. Die Kombination
      * Name+PLZ wird auch fuer erlaubte Namen gemeldet.
      * Jeder Treffer steht mit Satznummer und Spalte im Bericht
      * LECKSCAN.RPT; das Urteil (PASS = kein Treffer) wird wie
      * bei maskrcn maschinenlesbar in das Pruefprotokoll
      * LECKSCAN.LOG fortgeschrieben
      *     JJJJMMTTHHMMSS;DATEI;SATZANZAHL;HASHSUMME;URTEIL
      * (Satzanzahl und Hashsumme ueber den Umschlag der Datei);
      * freigabe verlangt dort wie in MASKRCN.LOG ein passendes
      * PASS. Bei FAIL endet der Lauf mit RETURN-CODE 1.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. leckscan.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       REPLACE ==LRECL-MAGIC-NUMBER== BY ==32768==.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LECKEIN und LECKERL sind logische Dateinamen; sie werden
      * vor dem OPEN per SET ENVIRONMENT auf die Laufparameter
      * DATEI= und ERLAUBT= abgebildet.
           SELECT EINGABE-DATEI
           ASSIGN TO "LECKEIN"
           ORGANIZATION IS SEQUENTIAL
           STATUS IS EINGABE-STATUS.

           SELECT ADDRESS-MASTER
           ASSIGN TO "ADDRESS-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ADRMAST-STATUS.

           SELECT ERLAUBT-DATEI
           ASSIGN TO "LECKERL"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ERLAUBT-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "LECKSCAN.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

           SELECT PRUEFLOG-DATEI
           ASSIGN TO "LECKSCAN.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PRUEFLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EINGABE-DATEI
          LABEL RECORDS ARE OMITTED.
           01 EINGABE-SATZ             PIC X(LRECL-MAGIC-NUMBER).

       FD ADDRESS-MASTER
          LABEL RECORDS ARE OMITTED.
           COPY "adresse.cpy".

       FD ERLAUBT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ERLAUBT-SATZ             PIC X(80).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(100).

       FD PRUEFLOG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PRUEFLOG-SATZ            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(160).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(50) OCCURS 3 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.

       01 WS-DATEI-NAME               PIC X(40)   VALUE SPACES.
       01 WS-ERLAUBT-NAME             PIC X(40)   VALUE
          "LECKSCAN.TAB".
       01 WS-ZIFFERN-TEXT             PIC X(05)   VALUE SPACES.
       01 WS-ZIFFERN-MINDEST          PIC 9(04)   COMP VALUE 8.
       01 WS-MINDESTLAENGE            PIC 9(02)   COMP VALUE 4.

       01 WS-EINGABE-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-EINGABE                     VALUE "J".
       01 WS-KOPF-GEPRUEFT-SCHALTER   PIC X(01)   VALUE "N".
          88 KOPF-GEPRUEFT                        VALUE "J".
       01 WS-ENDE-GESEHEN-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDESATZ-GESEHEN                     VALUE "J".
       01 WS-MASTER-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-MASTERS                     VALUE "J".
       01 WS-ERLAUBT-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-ERLAUBNISLISTE              VALUE "J".

      * Suchwerte aus dem Master: Name und PLZ je Satz,
      * Organisationen ohne Wiederholung.
       01 WS-NAMEN-TABELLE.
          05 WS-NAMEN-EINTRAG         OCCURS 5000 TIMES.
             10 NAM-NAME              PIC X(40).
             10 NAM-NAME-LAENGE       PIC 9(02)   COMP.
             10 NAM-PLZ               PIC X(10).
             10 NAM-PLZ-LAENGE        PIC 9(02)   COMP.
             10 NAM-ERLAUBT           PIC X(01).
       01 WS-NAMEN-ANZAHL             PIC 9(04)   COMP VALUE ZERO.
       01 WS-NAMEN-MAXIMUM            PIC 9(04)   COMP VALUE 5000.
       01 WS-NAMEN-INDEX              PIC 9(04)   COMP.
       01 WS-ORG-TABELLE.
          05 WS-ORG-EINTRAG           OCCURS 1000 TIMES.
             10 ORG-NAME              PIC X(40).
             10 ORG-LAENGE            PIC 9(02)   COMP.
       01 WS-ORG-ANZAHL               PIC 9(04)   COMP VALUE ZERO.
       01 WS-ORG-MAXIMUM              PIC 9(04)   COMP VALUE 1000.
       01 WS-ORG-INDEX                PIC 9(04)   COMP.
       01 WS-ORG-GEFUNDEN-SCHALTER    PIC X(01).
          88 ORG-SCHON-DA                         VALUE "J".

      * Erlaubnisliste.
       01 WS-ERLAUBT-TABELLE.
          05 WS-ERLAUBT-WERT          PIC X(40)   OCCURS 500 TIMES.
       01 WS-ERLAUBT-ANZAHL           PIC 9(04)   COMP VALUE ZERO.
       01 WS-ERLAUBT-INDEX            PIC 9(04)   COMP.
       01 WS-PRUEFWERT                PIC X(40).
       01 WS-ERLAUBT-SCHALTER         PIC X(01).
          88 WERT-ERLAUBT                         VALUE "J".

      * Durchsuchung eines Kandidatensatzes.
       01 WS-SUCHBEREICH              PIC X(4000).
       01 WS-SUCH-LAENGE              PIC 9(04)   COMP.
       01 WS-VOR-TREFFER              PIC 9(04)   COMP.
       01 WS-PLZ-VOR-TREFFER          PIC 9(04)   COMP.
       01 WS-ZEICHEN-INDEX            PIC 9(04)   COMP.
       01 WS-FOLGE-ANFANG             PIC 9(04)   COMP.
       01 WS-FOLGE-LAENGE             PIC 9(04)   COMP.

       01 WS-SATZ-ZAEHLER             PIC 9(07)   COMP VALUE ZERO.
       01 WS-TREFFER-ZAEHLER          PIC 9(07)   COMP VALUE ZERO.
       01 WS-TREFFER-NAME             PIC 9(07)   COMP VALUE ZERO.
       01 WS-TREFFER-ORG              PIC 9(07)   COMP VALUE ZERO.
       01 WS-TREFFER-NAMEPLZ          PIC 9(07)   COMP VALUE ZERO.
       01 WS-TREFFER-ZIFFERN          PIC 9(07)   COMP VALUE ZERO.

       01 WS-TREFFERZEILE.
          05 FILLER                   PIC X(05)   VALUE "SATZ ".
          05 WS-TRZ-SATZ              PIC Z(06)9.
          05 FILLER                   PIC X(08)   VALUE " SPALTE ".
          05 WS-TRZ-SPALTE            PIC Z(03)9.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-ART               PIC X(13).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-WERT              PIC X(50).

       01 WS-ZAEHLERZEILE.
          05 WS-ZAE-TEXT              PIC X(30).
          05 WS-ZAE-ANZAHL            PIC Z(06)9.

       01 WS-BERICHTZEILE             PIC X(100).
       01 WS-PRUEFLOGZEILE            PIC X(100).

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==EINGABE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==EINGABE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==EINGABE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==EINGABE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==EINGABE-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ADRMAST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ADRMAST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ADRMAST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ADRMAST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ADRMAST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ERLAUBT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ERLAUBT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ERLAUBT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ERLAUBT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ERLAUBT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==PRUEFLOG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==PRUEFLOG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==PRUEFLOG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==PRUEFLOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PRUEFLOG-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==EIN-UMS==.

       COPY "laufstat.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-PRUEFE-AUF-LECKS.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3)
         END-UNSTRING.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 3.
         IF WS-DATEI-NAME = SPACES
             DISPLAY "LECKSCAN: Aufruf: leckscan DATEI=<datei> "
                 "[ERLAUBT=<datei>] [ZIFFERN=n]"
             STOP RUN RETURNING 1
         END-IF.
         IF WS-ZIFFERN-TEXT NOT = SPACES
             IF FUNCTION TRIM(WS-ZIFFERN-TEXT) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-ZIFFERN-TEXT)
                     TO WS-ZIFFERN-MINDEST
             ELSE
                 DISPLAY "LECKSCAN: ZIFFERN=" WS-ZIFFERN-TEXT
                     " ist nicht numerisch"
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         IF WS-ZIFFERN-MINDEST < 2
             MOVE 2 TO WS-ZIFFERN-MINDEST
         END-IF.

         PERFORM E000-LADE-ERLAUBNISLISTE.
         PERFORM M000-LADE-MASTER.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open LECKSCAN.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "LECKSCAN LECKPRUEFUNG "
             FUNCTION TRIM(WS-DATEI-NAME)
             " GEGEN ADDRESS-MASTER.DAT"
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM B000-DURCHSUCHE-DATEI.
         PERFORM H000-SCHREIBE-URTEIL.
         CLOSE BERICHT-DATEI.

         MOVE "leckscan" TO STAT-PROGRAMM.
         MOVE WS-SATZ-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE ZERO TO STAT-SAETZE-AUS.
         MOVE WS-TREFFER-ZAEHLER TO STAT-ABGEWIESEN.
         IF WS-TREFFER-ZAEHLER NOT = ZERO
             MOVE 1 TO STAT-RC
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         IF WS-TREFFER-ZAEHLER NOT = ZERO
             STOP RUN RETURNING 1
         END-IF.
         STOP RUN.

       A100-WERTE-PARAMETER-AUS.
         EVALUATE TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = SPACES
                 CONTINUE
             WHEN WS-WORT(WS-WORT-INDEX)(1:6) = "DATEI="
                 MOVE WS-WORT(WS-WORT-INDEX)(7:40)
                     TO WS-DATEI-NAME
             WHEN WS-WORT(WS-WORT-INDEX)(1:8) = "ERLAUBT="
                 MOVE WS-WORT(WS-WORT-INDEX)(9:40)
                     TO WS-ERLAUBT-NAME
             WHEN WS-WORT(WS-WORT-INDEX)(1:8) = "ZIFFERN="
                 MOVE WS-WORT(WS-WORT-INDEX)(9:5)
                     TO WS-ZIFFERN-TEXT
             WHEN OTHER
                 DISPLAY "LECKSCAN: unbekannter Parameter "
                     FUNCTION TRIM(WS-WORT(WS-WORT-INDEX))
                 STOP RUN RETURNING 1
         END-EVALUATE.

      * Die Kandidatendatei wird ueber ihren Umschlag gelesen,
      * gezaehlt und gehasht; jeder Nutzsatz wird durchsucht.
       B000-DURCHSUCHE-DATEI.
         SET ENVIRONMENT "LECKEIN"
             TO FUNCTION TRIM(WS-DATEI-NAME).
         OPEN INPUT EINGABE-DATEI.
         IF NOT EINGABE-STATUS-OK
             DISPLAY "LECKSCAN: " FUNCTION TRIM(WS-DATEI-NAME)
                 " nicht lesbar, Status " EINGABE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO EIN-UMS-KENNUNG.
         MOVE "ANFANG" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         PERFORM B100-LIES-EINGABESATZ.
         PERFORM B200-PRUEFE-EINGABESATZ
             UNTIL ENDE-DER-EINGABE.
         CLOSE EINGABE-DATEI.
         IF NOT ENDESATZ-GESEHEN
             DISPLAY "LECKSCAN: Endesatz des Umschlags fehlt in "
                 FUNCTION TRIM(WS-DATEI-NAME)
             STOP RUN RETURNING 1
         END-IF.

       B100-LIES-EINGABESATZ.
         READ EINGABE-DATEI
             AT END SET ENDE-DER-EINGABE TO TRUE.
         IF NOT EINGABE-STATUS-OK AND NOT EINGABE-STATUS-ENDE
             DISPLAY "Sorry, error reading "
                 FUNCTION TRIM(WS-DATEI-NAME) ", status "
                 EINGABE-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-PRUEFE-EINGABESATZ.
         IF NOT KOPF-GEPRUEFT
             MOVE "J" TO WS-KOPF-GEPRUEFT-SCHALTER
             MOVE EINGABE-SATZ(1:80) TO EIN-UMS-SATZBILD
             MOVE "PRUEFKOPF" TO EIN-UMS-FUNKTION
             CALL "umschlag" USING EIN-UMS-UMSCHLAG
             IF EIN-UMS-STATUS NOT = "00"
                 DISPLAY "LECKSCAN: Umschlag-Kopfsatz fehlt oder "
                     "passt nicht in "
                     FUNCTION TRIM(WS-DATEI-NAME)
                     " (Status " EIN-UMS-STATUS ")"
                 STOP RUN RETURNING 1
             END-IF
         ELSE
             IF EINGABE-SATZ(1:2) = "UE"
                 SET ENDESATZ-GESEHEN TO TRUE
                 MOVE EINGABE-SATZ(1:80) TO EIN-UMS-SATZBILD
                 MOVE "PRUEFENDE" TO EIN-UMS-FUNKTION
                 CALL "umschlag" USING EIN-UMS-UMSCHLAG
                 IF EIN-UMS-STATUS NOT = "00"
                     DISPLAY "LECKSCAN: Umschlag-Endesatz weicht "
                         "ab in " FUNCTION TRIM(WS-DATEI-NAME)
                         " (Status " EIN-UMS-STATUS ")"
                     STOP RUN RETURNING 1
                 END-IF
             ELSE
                 MOVE EINGABE-SATZ TO EIN-UMS-PUFFER
                 MOVE "SUMME" TO EIN-UMS-FUNKTION
                 CALL "umschlag" USING EIN-UMS-UMSCHLAG
                 ADD 1 TO WS-SATZ-ZAEHLER
                 PERFORM C000-DURCHSUCHE-SATZ
             END-IF
         END-IF.
         PERFORM B100-LIES-EINGABESATZ.

       C000-DURCHSUCHE-SATZ.
         MOVE EINGABE-SATZ(1:4000) TO WS-SUCHBEREICH.
         IF WS-SUCHBEREICH = SPACES
             EXIT PARAGRAPH
         END-IF.
         MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUCHBEREICH TRAILING))
             TO WS-SUCH-LAENGE.
         PERFORM C100-SUCHE-NAMEN
             VARYING WS-NAMEN-INDEX FROM 1 BY 1
             UNTIL WS-NAMEN-INDEX > WS-NAMEN-ANZAHL.
         PERFORM C200-SUCHE-ORGANISATION
             VARYING WS-ORG-INDEX FROM 1 BY 1
             UNTIL WS-ORG-INDEX > WS-ORG-ANZAHL.
         MOVE ZERO TO WS-FOLGE-LAENGE.
         PERFORM C300-PRUEFE-ZEICHEN
             VARYING WS-ZEICHEN-INDEX FROM 1 BY 1
             UNTIL WS-ZEICHEN-INDEX > WS-SUCH-LAENGE.
         PERFORM C400-PRUEFE-ZIFFERNFOLGE.

      * Name gefunden: Treffer NAME, wenn nicht erlaubt; steht
      * die PLZ desselben Mastersatzes auch im Satz, zusaetzlich
      * Treffer NAME+PLZ.
       C100-SUCHE-NAMEN.
         MOVE ZERO TO WS-VOR-TREFFER.
         INSPECT WS-SUCHBEREICH(1:WS-SUCH-LAENGE)
             TALLYING WS-VOR-TREFFER FOR CHARACTERS BEFORE INITIAL
             NAM-NAME(WS-NAMEN-INDEX)
                 (1:NAM-NAME-LAENGE(WS-NAMEN-INDEX)).
         IF WS-VOR-TREFFER NOT < WS-SUCH-LAENGE
             EXIT PARAGRAPH
         END-IF.
         IF NAM-ERLAUBT(WS-NAMEN-INDEX) NOT = "J"
             MOVE "NAME" TO WS-TRZ-ART
             MOVE NAM-NAME(WS-NAMEN-INDEX) TO WS-TRZ-WERT
             ADD 1 TO WS-TREFFER-NAME
             PERFORM F000-MELDE-TREFFER
         END-IF.
         IF NAM-PLZ-LAENGE(WS-NAMEN-INDEX) NOT < WS-MINDESTLAENGE
             MOVE ZERO TO WS-PLZ-VOR-TREFFER
             INSPECT WS-SUCHBEREICH(1:WS-SUCH-LAENGE)
                 TALLYING WS-PLZ-VOR-TREFFER
                 FOR CHARACTERS BEFORE INITIAL
                 NAM-PLZ(WS-NAMEN-INDEX)
                     (1:NAM-PLZ-LAENGE(WS-NAMEN-INDEX))
             IF WS-PLZ-VOR-TREFFER < WS-SUCH-LAENGE
                 MOVE "NAME+PLZ" TO WS-TRZ-ART
                 MOVE SPACES TO WS-TRZ-WERT
                 STRING NAM-NAME(WS-NAMEN-INDEX)
                     (1:NAM-NAME-LAENGE(WS-NAMEN-INDEX))
                     " / " NAM-PLZ(WS-NAMEN-INDEX)
                     DELIMITED BY SIZE INTO WS-TRZ-WERT
                 ADD 1 TO WS-TREFFER-NAMEPLZ
                 PERFORM F000-MELDE-TREFFER
             END-IF
         END-IF.

       C200-SUCHE-ORGANISATION.
         MOVE ZERO TO WS-VOR-TREFFER.
         INSPECT WS-SUCHBEREICH(1:WS-SUCH-LAENGE)
             TALLYING WS-VOR-TREFFER FOR CHARACTERS BEFORE INITIAL
             ORG-NAME(WS-ORG-INDEX)(1:ORG-LAENGE(WS-ORG-INDEX)).
         IF WS-VOR-TREFFER < WS-SUCH-LAENGE
             MOVE "ORGANISATION" TO WS-TRZ-ART
             MOVE ORG-NAME(WS-ORG-INDEX) TO WS-TRZ-WERT
             ADD 1 TO WS-TREFFER-ORG
             PERFORM F000-MELDE-TREFFER
         END-IF.

      * Ziffernfolgen: jede zusammenhaengende Folge ab
      * WS-ZIFFERN-MINDEST Ziffern ist ein Treffer.
       C300-PRUEFE-ZEICHEN.
         IF WS-SUCHBEREICH(WS-ZEICHEN-INDEX:1) IS NUMERIC
             IF WS-FOLGE-LAENGE = ZERO
                 MOVE WS-ZEICHEN-INDEX TO WS-FOLGE-ANFANG
             END-IF
             ADD 1 TO WS-FOLGE-LAENGE
         ELSE
             PERFORM C400-PRUEFE-ZIFFERNFOLGE
         END-IF.

       C400-PRUEFE-ZIFFERNFOLGE.
         IF WS-FOLGE-LAENGE NOT < WS-ZIFFERN-MINDEST
             MOVE SPACES TO WS-PRUEFWERT
             IF WS-FOLGE-LAENGE > 40
                 MOVE WS-SUCHBEREICH(WS-FOLGE-ANFANG:40)
                     TO WS-PRUEFWERT
             ELSE
                 MOVE WS-SUCHBEREICH(WS-FOLGE-ANFANG:
                     WS-FOLGE-LAENGE) TO WS-PRUEFWERT
             END-IF
             PERFORM E300-PRUEFE-ERLAUBT
             IF NOT WERT-ERLAUBT
                 MOVE WS-FOLGE-ANFANG TO WS-VOR-TREFFER
                 SUBTRACT 1 FROM WS-VOR-TREFFER
                 MOVE "ZIFFERN" TO WS-TRZ-ART
                 MOVE WS-PRUEFWERT TO WS-TRZ-WERT
                 ADD 1 TO WS-TREFFER-ZIFFERN
                 PERFORM F000-MELDE-TREFFER
             END-IF
         END-IF.
         MOVE ZERO TO WS-FOLGE-LAENGE.

      * Erlaubnisliste laden; fehlt sie, wird ohne gesucht.
       E000-LADE-ERLAUBNISLISTE.
         SET ENVIRONMENT "LECKERL"
             TO FUNCTION TRIM(WS-ERLAUBT-NAME).
         OPEN INPUT ERLAUBT-DATEI.
         IF ERLAUBT-STATUS = "35"
             DISPLAY "LECKSCAN: keine Erlaubnisliste "
                 FUNCTION TRIM(WS-ERLAUBT-NAME)
             EXIT PARAGRAPH
         END-IF.
         IF NOT ERLAUBT-STATUS-OK
             DISPLAY "Sorry, unable to open "
                 FUNCTION TRIM(WS-ERLAUBT-NAME) ", status "
                 ERLAUBT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM E100-LIES-ERLAUBT.
         PERFORM E200-UEBERNIMM-ERLAUBT
             UNTIL ENDE-DER-ERLAUBNISLISTE.
         CLOSE ERLAUBT-DATEI.

       E100-LIES-ERLAUBT.
         READ ERLAUBT-DATEI
             AT END SET ENDE-DER-ERLAUBNISLISTE TO TRUE.
         IF NOT ERLAUBT-STATUS-OK AND NOT ERLAUBT-STATUS-ENDE
             DISPLAY "Sorry, error reading "
                 FUNCTION TRIM(WS-ERLAUBT-NAME) ", status "
                 ERLAUBT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E200-UEBERNIMM-ERLAUBT.
         IF ERLAUBT-SATZ NOT = SPACES
             AND ERLAUBT-SATZ(1:1) NOT = "*"
             IF WS-ERLAUBT-ANZAHL NOT < 500
                 DISPLAY "LECKSCAN: mehr als 500 Eintraege in "
                     FUNCTION TRIM(WS-ERLAUBT-NAME)
                 STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-ERLAUBT-ANZAHL
             MOVE ERLAUBT-SATZ TO WS-ERLAUBT-WERT(WS-ERLAUBT-ANZAHL)
         END-IF.
         PERFORM E100-LIES-ERLAUBT.

       E300-PRUEFE-ERLAUBT.
         MOVE "N" TO WS-ERLAUBT-SCHALTER.
         PERFORM E400-VERGLEICHE-ERLAUBT
             VARYING WS-ERLAUBT-INDEX FROM 1 BY 1
             UNTIL WS-ERLAUBT-INDEX > WS-ERLAUBT-ANZAHL
                 OR WERT-ERLAUBT.

       E400-VERGLEICHE-ERLAUBT.
         IF WS-ERLAUBT-WERT(WS-ERLAUBT-INDEX) = WS-PRUEFWERT
             SET WERT-ERLAUBT TO TRUE
         END-IF.

       F000-MELDE-TREFFER.
         ADD 1 TO WS-TREFFER-ZAEHLER.
         MOVE WS-SATZ-ZAEHLER TO WS-TRZ-SATZ.
         COMPUTE WS-TRZ-SPALTE = WS-VOR-TREFFER + 1.
         MOVE WS-TREFFERZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing LECKSCAN.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       H000-SCHREIBE-URTEIL.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "NUTZSAETZE GEPRUEFT          " TO WS-ZAE-TEXT.
         MOVE WS-SATZ-ZAEHLER TO WS-ZAE-ANZAHL.
         PERFORM H200-SCHREIBE-ZAEHLER.
         MOVE "NAMEN IM MASTER              " TO WS-ZAE-TEXT.
         MOVE WS-NAMEN-ANZAHL TO WS-ZAE-ANZAHL.
         PERFORM H200-SCHREIBE-ZAEHLER.
         MOVE "ORGANISATIONEN IM MASTER     " TO WS-ZAE-TEXT.
         MOVE WS-ORG-ANZAHL TO WS-ZAE-ANZAHL.
         PERFORM H200-SCHREIBE-ZAEHLER.
         MOVE "EINTRAEGE ERLAUBNISLISTE     " TO WS-ZAE-TEXT.
         MOVE WS-ERLAUBT-ANZAHL TO WS-ZAE-ANZAHL.
         PERFORM H200-SCHREIBE-ZAEHLER.
         MOVE "TREFFER NAME                 " TO WS-ZAE-TEXT.
         MOVE WS-TREFFER-NAME TO WS-ZAE-ANZAHL.
         PERFORM H200-SCHREIBE-ZAEHLER.
         MOVE "TREFFER ORGANISATION         " TO WS-ZAE-TEXT.
         MOVE WS-TREFFER-ORG TO WS-ZAE-ANZAHL.
         PERFORM H200-SCHREIBE-ZAEHLER.
         MOVE "TREFFER NAME+PLZ             " TO WS-ZAE-TEXT.
         MOVE WS-TREFFER-NAMEPLZ TO WS-ZAE-ANZAHL.
         PERFORM H200-SCHREIBE-ZAEHLER.
         MOVE "TREFFER ZIFFERN              " TO WS-ZAE-TEXT.
         MOVE WS-TREFFER-ZIFFERN TO WS-ZAE-ANZAHL.
         PERFORM H200-SCHREIBE-ZAEHLER.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF WS-TREFFER-ZAEHLER = ZERO
             MOVE "URTEIL: PASS" TO WS-BERICHTZEILE
             DISPLAY "LECKSCAN: PASS, " WS-SATZ-ZAEHLER
                 " Saetze ohne Treffer"
         ELSE
             MOVE "URTEIL: FAIL" TO WS-BERICHTZEILE
             DISPLAY "LECKSCAN: FAIL, Treffer: " WS-TREFFER-ZAEHLER
                 " (siehe LECKSCAN.RPT)"
         END-IF.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM H100-SCHREIBE-PRUEFLOG.

      * Urteil maschinenlesbar fortschreiben (fehlt das
      * Protokoll, wird es neu angelegt), wie MASKRCN.LOG.
       H100-SCHREIBE-PRUEFLOG.
         OPEN EXTEND PRUEFLOG-DATEI.
         IF PRUEFLOG-STATUS = "35"
             OPEN OUTPUT PRUEFLOG-DATEI
         END-IF.
         IF NOT PRUEFLOG-STATUS-OK
             DISPLAY "LECKSCAN: Pruefprotokoll LECKSCAN.LOG nicht "
                 "beschreibbar, Status " PRUEFLOG-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-PRUEFLOGZEILE.
         IF WS-TREFFER-ZAEHLER = ZERO
             STRING FUNCTION CURRENT-DATE(1:14) ";"
                 FUNCTION TRIM(WS-DATEI-NAME) ";"
                 EIN-UMS-SATZANZAHL ";"
                 EIN-UMS-HASHSUMME ";PASS"
                 DELIMITED BY SIZE INTO WS-PRUEFLOGZEILE
         ELSE
             STRING FUNCTION CURRENT-DATE(1:14) ";"
                 FUNCTION TRIM(WS-DATEI-NAME) ";"
                 EIN-UMS-SATZANZAHL ";"
                 EIN-UMS-HASHSUMME ";FAIL"
                 DELIMITED BY SIZE INTO WS-PRUEFLOGZEILE
         END-IF.
         MOVE WS-PRUEFLOGZEILE TO PRUEFLOG-SATZ.
         WRITE PRUEFLOG-SATZ.
         CLOSE PRUEFLOG-DATEI.

       H200-SCHREIBE-ZAEHLER.
         MOVE WS-ZAEHLERZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Suchwerte aus dem Master laden (Umschlagsaetze und Saetze
      * ohne numerische ADR-ID werden uebergangen).
       M000-LADE-MASTER.
         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM M100-LIES-MASTER.
         PERFORM M200-UEBERNIMM-MASTERSATZ
             UNTIL ENDE-DES-MASTERS.
         CLOSE ADDRESS-MASTER.

       M100-LIES-MASTER.
         READ ADDRESS-MASTER
             AT END SET ENDE-DES-MASTERS TO TRUE.
         IF NOT ADRMAST-STATUS-OK AND NOT ADRMAST-STATUS-ENDE
             DISPLAY "Sorry, error reading ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

       M200-UEBERNIMM-MASTERSATZ.
         IF ADR-ID IS NUMERIC
             PERFORM M300-NIMM-NAMEN-AUF
             PERFORM M400-NIMM-ORGANISATION-AUF
         END-IF.
         PERFORM M100-LIES-MASTER.

       M300-NIMM-NAMEN-AUF.
         IF ADR-NAME = SPACES
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION LENGTH(FUNCTION TRIM(ADR-NAME TRAILING))
             < WS-MINDESTLAENGE
             EXIT PARAGRAPH
         END-IF.
         IF WS-NAMEN-ANZAHL NOT < WS-NAMEN-MAXIMUM
             DISPLAY "LECKSCAN: mehr als " WS-NAMEN-MAXIMUM
                 " Namen im Master, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-NAMEN-ANZAHL.
         MOVE ADR-NAME TO NAM-NAME(WS-NAMEN-ANZAHL).
         MOVE FUNCTION LENGTH(FUNCTION TRIM(ADR-NAME TRAILING))
             TO NAM-NAME-LAENGE(WS-NAMEN-ANZAHL).
         MOVE ADR-PLZ TO NAM-PLZ(WS-NAMEN-ANZAHL).
         IF ADR-PLZ = SPACES
             MOVE ZERO TO NAM-PLZ-LAENGE(WS-NAMEN-ANZAHL)
         ELSE
             MOVE FUNCTION LENGTH(FUNCTION TRIM(ADR-PLZ TRAILING))
                 TO NAM-PLZ-LAENGE(WS-NAMEN-ANZAHL)
         END-IF.
         MOVE ADR-NAME TO WS-PRUEFWERT.
         PERFORM E300-PRUEFE-ERLAUBT.
         MOVE WS-ERLAUBT-SCHALTER TO NAM-ERLAUBT(WS-NAMEN-ANZAHL).

      * Organisationen nur einmal aufnehmen; erlaubte gar nicht.
       M400-NIMM-ORGANISATION-AUF.
         IF ADR-ORGANISATION = SPACES
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION LENGTH(FUNCTION TRIM(ADR-ORGANISATION TRAILING))
             < WS-MINDESTLAENGE
             EXIT PARAGRAPH
         END-IF.
         MOVE ADR-ORGANISATION TO WS-PRUEFWERT.
         PERFORM E300-PRUEFE-ERLAUBT.
         IF WERT-ERLAUBT
             EXIT PARAGRAPH
         END-IF.
         MOVE "N" TO WS-ORG-GEFUNDEN-SCHALTER.
         PERFORM M500-VERGLEICHE-ORGANISATION
             VARYING WS-ORG-INDEX FROM 1 BY 1
             UNTIL WS-ORG-INDEX > WS-ORG-ANZAHL OR ORG-SCHON-DA.
         IF ORG-SCHON-DA
             EXIT PARAGRAPH
         END-IF.
         IF WS-ORG-ANZAHL NOT < WS-ORG-MAXIMUM
             DISPLAY "LECKSCAN: mehr als " WS-ORG-MAXIMUM
                 " Organisationen im Master, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-ORG-ANZAHL.
         MOVE ADR-ORGANISATION TO ORG-NAME(WS-ORG-ANZAHL).
         MOVE FUNCTION LENGTH(FUNCTION TRIM(ADR-ORGANISATION
             TRAILING)) TO ORG-LAENGE(WS-ORG-ANZAHL).

       M500-VERGLEICHE-ORGANISATION.
         IF ORG-NAME(WS-ORG-INDEX) = ADR-ORGANISATION
             SET ORG-SCHON-DA TO TRUE
         END-IF.

       END PROGRAM leckscan.

      * vim:ai sw=4 sts=4 expandtab
