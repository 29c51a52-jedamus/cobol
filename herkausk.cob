      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Herkunftsauskunft: zu einer Datei unter Umschlag zeigt
      * dieses Programm, aus welchen Eingaben sie entstand, und
      * verfolgt jede Eingabe weiter bis zu den Ursprungsdateien:
      *     herkausk DATEI
      *     herkausk KENNUNG GENERATION
      * In der zweiten Form wird die Generation ueber
      * GENKATALOG.DAT (siehe gendient) auf ihren Dateinamen
      * abgebildet. Kopf- und Endesatz der Datei ergeben ihre
      * Identitaet (Kennung, Laufdatum, Generation, Satzanzahl,
      * Hashsumme); im Herkunftsprotokoll HERKUNFT.LOG (siehe
      * herkunft.cpy) wird der juengste Vorgang gesucht, dessen
      * Ausgabe diese Identitaet hat. Seine Eingaben werden
      * eingerueckt darunter gezeigt - mit Programm, batchctl-Lauf
      * und Schritt -, Eingaben unter Umschlag wiederum mit ihrer
      * eigenen Herkunft. Dateien ohne Umschlag (Kriterien,
      * Tabellen, Profile) und Schluessel sind Blaetter des Baums;
      * eine Datei unter Umschlag ohne protokollierten Vorgang ist
      * eine Ursprungsdatei (Anlieferung, Erfassung oder aelter als
      * das Protokoll). Die Datei darf Zeilen- oder Festsatzdatei
      * (wie STDINOUT.OUT) sein. Eine schon gezeigte Herkunft wird nicht
      * wiederholt; mehr als 12 Ebenen werden nicht verfolgt.
      * Die Auskunft steht in HERKAUSK.RPT. RETURN-CODE 4, wenn
      * die Datei fehlt, keinen stimmigen Umschlag traegt oder
      * fuer sie kein Vorgang protokolliert ist.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. herkausk.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       REPLACE ==LRECL-MAGIC-NUMBER== BY ==32768==.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HERKUNFT-DATEI
           ASSIGN TO "HERKUNFT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS HERKUNFT-STATUS.

           SELECT KATALOG-DATEI
           ASSIGN TO "GENKATALOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS KATALOG-STATUS.

      * HERKSTART ist ein logischer Dateiname; er wird vor dem
      * OPEN per SET ENVIRONMENT auf die erfragte Datei abgebildet,
      * gelesen wird sie als Zeilendatei oder, wenn sie so keinen
      * Umschlag zeigt, als Festsatzdatei.
           SELECT START-DATEI
           ASSIGN TO "HERKSTART"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS START-STATUS.

           SELECT FEST-DATEI
           ASSIGN TO "HERKSTART"
           ORGANIZATION IS SEQUENTIAL
           STATUS IS FEST-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "HERKAUSK.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HERKUNFT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 HERKUNFT-SATZ            PIC X(200).

       FD KATALOG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 KATALOG-SATZ             PIC X(120).

       FD START-DATEI
          LABEL RECORDS ARE OMITTED.
           01 START-SATZ               PIC X(2048).

       FD FEST-DATEI
          LABEL RECORDS ARE OMITTED.
           01 FEST-SATZ                PIC X(LRECL-MAGIC-NUMBER).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(200)  VALUE SPACES.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * ohne Gegenstueck unveraendert.
       01 WS-ARG-EINS                 PIC X(60)   VALUE SPACES.
       01 WS-ARG-ZWEI                 PIC X(10)   VALUE SPACES.
       01 WS-START-NAME               PIC X(60)   VALUE SPACES.
       01 WS-SUCH-GENERATION          PIC 9(04)   VALUE ZERO.
       01 WS-HEUTE                    PIC X(08).

       01 WS-FELD-KENNUNG             PIC X(20).
       01 WS-FELD-GENERATION          PIC X(05).
       01 WS-FELD-DATEINAME           PIC X(60).

       01 WS-KATALOG-ENDE-SCHALTER    PIC X(01).
          88 ENDE-DES-KATALOGS                    VALUE "J".
       01 WS-SATZFORM                 PIC X(01).
          88 ZEILENDATEI                          VALUE "Z".
          88 FESTSATZDATEI                        VALUE "F".
       01 WS-STARTSATZ                PIC X(2048).
       01 WS-START-ENDE-SCHALTER      PIC X(01).
          88 ENDE-DER-STARTDATEI                  VALUE "J".
       01 WS-UMSCHLAG-SCHALTER        PIC X(01).
          88 UMSCHLAG-GEFUNDEN                    VALUE "J".
          88 UMSCHLAG-FEHLERHAFT                  VALUE "F".
       01 WS-LOG-ENDE-SCHALTER        PIC X(01).
          88 ENDE-DES-PROTOKOLLS                  VALUE "J".
       01 WS-TREFFER-SCHALTER         PIC X(01).
          88 ERZEUGER-GEFUNDEN                    VALUE "J".
       01 WS-SAMMEL-SCHALTER          PIC X(01).
          88 EINGABEN-SAMMELN                     VALUE "J".
       01 WS-BESUCHT-SCHALTER         PIC X(01).
          88 SCHON-GEZEIGT                        VALUE "J".
       01 WS-START-SCHALTER           PIC X(01)   VALUE "N".
          88 START-GEFUNDEN                       VALUE "J".

      * Der gerade bearbeitete Knoten des Baums; die Identitaet
      * steht zusammenhaengend, damit sie als Ganzes verglichen
      * werden kann.
       01 WS-KNOTEN.
          05 KN-EBENE                 PIC 9(02).
          05 KN-ART                   PIC X(01).
          05 KN-DATEI                 PIC X(60).
          05 KN-ERZEUGER              PIC X(08).
          05 KN-IDENTITAET.
             10 KN-KENNUNG            PIC X(08).
             10 KN-LAUFDATUM          PIC X(08).
             10 KN-GENERATION         PIC X(04).
             10 KN-SAETZE             PIC X(12).
             10 KN-HASHSUMME          PIC X(10).

      * Noch zu zeigende Knoten (Tiefensuche, der juengste oben).
       01 WS-STAPEL.
          05 STP-EINTRAG              OCCURS 200 TIMES.
             10 STP-EBENE             PIC 9(02).
             10 STP-ART               PIC X(01).
             10 STP-DATEI             PIC X(60).
             10 STP-ERZEUGER          PIC X(08).
             10 STP-IDENTITAET        PIC X(42).
       01 WS-STAPEL-ANZAHL            PIC 9(03)   COMP VALUE ZERO.
       01 WS-STAPEL-MAXIMUM           PIC 9(03)   COMP VALUE 200.

      * Identitaeten, deren Herkunft schon gezeigt wurde.
       01 WS-BESUCHT-TABELLE.
          05 BES-IDENTITAET           PIC X(42)   OCCURS 500 TIMES.
       01 WS-BESUCHT-ANZAHL           PIC 9(03)   COMP VALUE ZERO.
       01 WS-BESUCHT-MAXIMUM          PIC 9(03)   COMP VALUE 500.
       01 WS-BESUCHT-INDEX            PIC 9(03)   COMP VALUE ZERO.

      * Eingaben des zuletzt passenden Vorgangs.
       01 WS-KANDIDATEN.
          05 KAN-EINTRAG              OCCURS 50 TIMES.
             10 KAN-ART               PIC X(01).
             10 KAN-DATEI             PIC X(60).
             10 KAN-ERZEUGER          PIC X(08).
             10 KAN-IDENTITAET        PIC X(42).
       01 WS-KANDIDAT-ANZAHL          PIC 9(02)   COMP VALUE ZERO.
       01 WS-KANDIDAT-MAXIMUM         PIC 9(02)   COMP VALUE 50.
       01 WS-KANDIDAT-INDEX           PIC 9(02)   COMP VALUE ZERO.
       01 WS-SAMMEL-VORGANG           PIC X(16).

      * Der gefundene Vorgang.
       01 WS-TR-VORGANG               PIC X(16).
       01 WS-TR-PROGRAMM              PIC X(08).
       01 WS-TR-BATCHLAUF             PIC X(16).
       01 WS-TR-SCHRITT               PIC X(20).

      * Eine Zeile aus HERKUNFT.LOG.
       01 WS-LOG-ZEILE.
          05 LOG-VORGANG              PIC X(16).
          05 LOG-ROLLE                PIC X(01).
          05 LOG-ART                  PIC X(01).
          05 LOG-DATEI                PIC X(60).
          05 LOG-ERZEUGER             PIC X(08).
          05 LOG-IDENTITAET.
             10 LOG-KENNUNG           PIC X(08).
             10 LOG-LAUFDATUM         PIC X(08).
             10 LOG-GENERATION        PIC X(04).
             10 LOG-SAETZE            PIC X(12).
             10 LOG-HASHSUMME         PIC X(10).
          05 LOG-PROGRAMM             PIC X(08).
          05 LOG-BATCHLAUF            PIC X(16).
          05 LOG-SCHRITT              PIC X(20).

       01 WS-ZAHL-SAETZE              PIC 9(12).
       01 WS-ZAHL-HASHSUMME           PIC 9(10).
       01 WS-EBENE-MAXIMUM            PIC 9(02)   VALUE 12.
       01 WS-EINRUECKUNG              PIC 9(03)   COMP VALUE ZERO.
       01 WS-ZEILE                    PIC X(132).
       01 WS-KNOTEN-ZAEHLER           PIC 9(05)   VALUE ZERO.
       01 WS-VORGANG-ZAEHLER          PIC 9(05)   VALUE ZERO.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==HERKUNFT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==HERKUNFT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==HERKUNFT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==HERKUNFT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==HERKUNFT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==KATALOG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==KATALOG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==KATALOG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==KATALOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==KATALOG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==START-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==START-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==START-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==START-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==START-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==FEST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==FEST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==FEST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==FEST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==FEST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==STA-UMS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-ERSTELLE-AUSKUNFT.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-ARG-EINS WS-ARG-ZWEI
         END-UNSTRING.
         IF WS-ARG-EINS = SPACES
             DISPLAY "HERKAUSK: Aufruf: herkausk DATEI | "
                 "herkausk KENNUNG GENERATION"
             STOP RUN RETURNING 1
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         IF WS-ARG-ZWEI = SPACES
             MOVE WS-ARG-EINS TO WS-START-NAME
         ELSE
             IF FUNCTION TRIM(WS-ARG-ZWEI) IS NOT NUMERIC
                 DISPLAY "HERKAUSK: Generation " WS-ARG-ZWEI
                     " ist nicht numerisch"
                 STOP RUN RETURNING 1
             END-IF
             MOVE FUNCTION NUMVAL(WS-ARG-ZWEI) TO WS-SUCH-GENERATION
             PERFORM C000-SUCHE-GENERATION
         END-IF.

         PERFORM B000-LIES-STARTDATEI.
         IF NOT UMSCHLAG-GEFUNDEN
             DISPLAY "HERKAUSK: " FUNCTION TRIM(WS-START-NAME)
                 " fehlt oder traegt keinen stimmigen Umschlag"
             STOP RUN RETURNING 4
         END-IF.

         OPEN INPUT HERKUNFT-DATEI.
         IF NOT HERKUNFT-STATUS-OK
             DISPLAY "Sorry, unable to open HERKUNFT.LOG, status "
                 HERKUNFT-STATUS
             STOP RUN RETURNING 4
         END-IF.
         CLOSE HERKUNFT-DATEI.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open HERKAUSK.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM D000-SCHREIBE-KOPF.

         MOVE ZERO TO KN-EBENE.
         MOVE "U" TO KN-ART.
         MOVE WS-START-NAME TO KN-DATEI.
         MOVE STA-UMS-PROGRAMM TO KN-ERZEUGER.
         MOVE STA-UMS-KENNUNG TO KN-KENNUNG.
         MOVE STA-UMS-LAUFDATUM TO KN-LAUFDATUM.
         MOVE STA-UMS-GENERATION TO KN-GENERATION.
         MOVE STA-UMS-SATZANZAHL TO WS-ZAHL-SAETZE.
         MOVE WS-ZAHL-SAETZE TO KN-SAETZE.
         MOVE STA-UMS-HASHSUMME TO WS-ZAHL-HASHSUMME.
         MOVE WS-ZAHL-HASHSUMME TO KN-HASHSUMME.
         PERFORM K400-LEGE-KNOTEN-AB.
         PERFORM K000-BEARBEITE-KNOTEN
             UNTIL WS-STAPEL-ANZAHL = ZERO.

         MOVE SPACES TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         MOVE SPACES TO BERICHT-SATZ.
         STRING WS-KNOTEN-ZAEHLER " Dateien, " WS-VORGANG-ZAEHLER
             " protokollierte Vorgaenge"
             DELIMITED BY SIZE INTO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         CLOSE BERICHT-DATEI.

         DISPLAY "HERKAUSK: Herkunft von "
             FUNCTION TRIM(WS-START-NAME) " mit "
             WS-VORGANG-ZAEHLER " Vorgaengen nach HERKAUSK.RPT".
         IF NOT START-GEFUNDEN
             DISPLAY "HERKAUSK: fuer " FUNCTION TRIM(WS-START-NAME)
                 " ist kein Vorgang protokolliert"
             STOP RUN RETURNING 4
         END-IF.
         STOP RUN.

      * Kopf- und Endesatz der Ausgangsdatei pruefen; der Rumpf
      * wird dazu wie in umschlag summiert.
       B000-LIES-STARTDATEI.
         SET ZEILENDATEI TO TRUE.
         PERFORM B050-PRUEFE-UMSCHLAG.
         IF NOT UMSCHLAG-GEFUNDEN
             SET FESTSATZDATEI TO TRUE
             PERFORM B050-PRUEFE-UMSCHLAG
         END-IF.

       B050-PRUEFE-UMSCHLAG.
         MOVE "N" TO WS-UMSCHLAG-SCHALTER WS-START-ENDE-SCHALTER.
         SET ENVIRONMENT "HERKSTART" TO FUNCTION TRIM(WS-START-NAME).
         IF ZEILENDATEI
             OPEN INPUT START-DATEI
             IF NOT START-STATUS-OK
                 EXIT PARAGRAPH
             END-IF
         ELSE
             OPEN INPUT FEST-DATEI
             IF NOT FEST-STATUS-OK
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         PERFORM B100-LIES-STARTZEILE.
         IF NOT ENDE-DER-STARTDATEI
             AND WS-STARTSATZ(1:2) = "UK"
             MOVE SPACES TO STA-UMS-KENNUNG
             MOVE "ANFANG" TO STA-UMS-FUNKTION
             CALL "umschlag" USING STA-UMS-UMSCHLAG
             MOVE WS-STARTSATZ(1:80) TO STA-UMS-SATZBILD
             MOVE "PRUEFKOPF" TO STA-UMS-FUNKTION
             CALL "umschlag" USING STA-UMS-UMSCHLAG
             IF STA-UMS-STATUS = "00"
                 PERFORM B100-LIES-STARTZEILE
                 PERFORM B200-SUMMIERE-ZEILE
                     UNTIL ENDE-DER-STARTDATEI
             END-IF
         END-IF.
         IF ZEILENDATEI
             CLOSE START-DATEI
         ELSE
             CLOSE FEST-DATEI
         END-IF.

       B100-LIES-STARTZEILE.
         IF ZEILENDATEI
             READ START-DATEI INTO WS-STARTSATZ
                 AT END SET ENDE-DER-STARTDATEI TO TRUE
             END-READ
             IF START-STATUS-1 NOT = "0" AND NOT START-STATUS-ENDE
                 SET UMSCHLAG-FEHLERHAFT TO TRUE
                 SET ENDE-DER-STARTDATEI TO TRUE
             END-IF
         ELSE
             READ FEST-DATEI INTO WS-STARTSATZ
                 AT END SET ENDE-DER-STARTDATEI TO TRUE
             END-READ
             IF FEST-STATUS-1 NOT = "0" AND NOT FEST-STATUS-ENDE
                 SET UMSCHLAG-FEHLERHAFT TO TRUE
                 SET ENDE-DER-STARTDATEI TO TRUE
             END-IF
         END-IF.

      * Nach dem Endesatz wird nicht weitergelesen.
       B200-SUMMIERE-ZEILE.
         IF WS-STARTSATZ(1:2) = "UE"
             MOVE WS-STARTSATZ(1:80) TO STA-UMS-SATZBILD
             MOVE "PRUEFENDE" TO STA-UMS-FUNKTION
             CALL "umschlag" USING STA-UMS-UMSCHLAG
             IF STA-UMS-STATUS = "00" AND NOT UMSCHLAG-FEHLERHAFT
                 SET UMSCHLAG-GEFUNDEN TO TRUE
             END-IF
             SET ENDE-DER-STARTDATEI TO TRUE
         ELSE
             MOVE WS-STARTSATZ TO STA-UMS-PUFFER
             MOVE "SUMME" TO STA-UMS-FUNKTION
             CALL "umschlag" USING STA-UMS-UMSCHLAG
             PERFORM B100-LIES-STARTZEILE
         END-IF.

      * KENNUNG GENERATION ueber den Generationskatalog auf den
      * Dateinamen abbilden.
       C000-SUCHE-GENERATION.
         OPEN INPUT KATALOG-DATEI.
         IF NOT KATALOG-STATUS-OK
             DISPLAY "Sorry, unable to open GENKATALOG.DAT, status "
                 KATALOG-STATUS
             STOP RUN RETURNING 4
         END-IF.
         MOVE "N" TO WS-KATALOG-ENDE-SCHALTER.
         PERFORM C100-LIES-KATALOGZEILE.
         PERFORM C200-PRUEFE-KATALOGZEILE
             UNTIL ENDE-DES-KATALOGS.
         CLOSE KATALOG-DATEI.
         IF WS-START-NAME = SPACES
             DISPLAY "HERKAUSK: Generation " WS-SUCH-GENERATION
                 " von " FUNCTION TRIM(WS-ARG-EINS)
                 " ist nicht katalogisiert"
             STOP RUN RETURNING 4
         END-IF.

       C100-LIES-KATALOGZEILE.
         READ KATALOG-DATEI
             AT END SET ENDE-DES-KATALOGS TO TRUE.
         IF NOT KATALOG-STATUS-OK AND NOT KATALOG-STATUS-ENDE
             DISPLAY "Sorry, error reading GENKATALOG.DAT, "
                 "status " KATALOG-STATUS
             STOP RUN RETURNING 1
         END-IF.

       C200-PRUEFE-KATALOGZEILE.
         IF KATALOG-SATZ NOT = SPACES
             AND KATALOG-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-KENNUNG WS-FELD-GENERATION
                 WS-FELD-DATEINAME
             UNSTRING KATALOG-SATZ DELIMITED BY ";"
                 INTO WS-FELD-KENNUNG WS-FELD-GENERATION
                      WS-FELD-DATEINAME
             END-UNSTRING
             IF WS-FELD-KENNUNG = WS-ARG-EINS
                 AND FUNCTION TRIM(WS-FELD-GENERATION) IS NUMERIC
                 IF FUNCTION NUMVAL(WS-FELD-GENERATION)
                     = WS-SUCH-GENERATION
                     MOVE WS-FELD-DATEINAME TO WS-START-NAME
                 END-IF
             END-IF
         END-IF.
         PERFORM C100-LIES-KATALOGZEILE.

       D000-SCHREIBE-KOPF.
         MOVE SPACES TO BERICHT-SATZ.
         STRING "Herkunftsauskunft vom " WS-HEUTE
             DELIMITED BY SIZE INTO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         MOVE SPACES TO BERICHT-SATZ.
         IF WS-ARG-ZWEI = SPACES
             STRING "Datei " FUNCTION TRIM(WS-START-NAME)
                 DELIMITED BY SIZE INTO BERICHT-SATZ
         ELSE
             STRING "Datei " FUNCTION TRIM(WS-START-NAME)
                 " (Generation " WS-SUCH-GENERATION " von "
                 FUNCTION TRIM(WS-ARG-EINS) ")"
                 DELIMITED BY SIZE INTO BERICHT-SATZ
         END-IF.
         WRITE BERICHT-SATZ.
         MOVE SPACES TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.

      * Obersten Knoten vom Stapel nehmen, zeigen und bei einer
      * Datei unter Umschlag seine Eingaben auf den Stapel legen.
       K000-BEARBEITE-KNOTEN.
         MOVE STP-EBENE(WS-STAPEL-ANZAHL) TO KN-EBENE.
         MOVE STP-ART(WS-STAPEL-ANZAHL) TO KN-ART.
         MOVE STP-DATEI(WS-STAPEL-ANZAHL) TO KN-DATEI.
         MOVE STP-ERZEUGER(WS-STAPEL-ANZAHL) TO KN-ERZEUGER.
         MOVE STP-IDENTITAET(WS-STAPEL-ANZAHL) TO KN-IDENTITAET.
         SUBTRACT 1 FROM WS-STAPEL-ANZAHL.
         ADD 1 TO WS-KNOTEN-ZAEHLER.
         COMPUTE WS-EINRUECKUNG = KN-EBENE * 3 + 1.
         MOVE KN-DATEI TO WS-ZEILE.
         PERFORM K900-SCHREIBE-ZEILE.
         COMPUTE WS-EINRUECKUNG = KN-EBENE * 3 + 4.
         EVALUATE KN-ART
             WHEN "U"
                 PERFORM K100-VERFOLGE-UMSCHLAGDATEI
             WHEN "S"
                 PERFORM K150-ZEIGE-SCHLUESSEL
             WHEN OTHER
                 PERFORM K200-ZEIGE-DATEI-OHNE-UMSCHLAG
         END-EVALUATE.

       K100-VERFOLGE-UMSCHLAGDATEI.
         MOVE SPACES TO WS-ZEILE.
         STRING "Kennung " KN-KENNUNG " Laufdatum " KN-LAUFDATUM
             " Generation " KN-GENERATION " Saetze " KN-SAETZE
             " Hashsumme " KN-HASHSUMME
             DELIMITED BY SIZE INTO WS-ZEILE.
         PERFORM K900-SCHREIBE-ZEILE.
         PERFORM K300-PRUEFE-BESUCHT.
         IF SCHON-GEZEIGT
             MOVE "Herkunft siehe oben" TO WS-ZEILE
             PERFORM K900-SCHREIBE-ZEILE
             EXIT PARAGRAPH
         END-IF.
         IF KN-EBENE NOT LESS THAN WS-EBENE-MAXIMUM
             MOVE "weitere Ebenen werden nicht verfolgt" TO WS-ZEILE
             PERFORM K900-SCHREIBE-ZEILE
             EXIT PARAGRAPH
         END-IF.
         PERFORM T000-SUCHE-VORGANG.
         IF NOT ERZEUGER-GEFUNDEN
             MOVE SPACES TO WS-ZEILE
             STRING "Ursprungsdatei (erzeugt von "
                 FUNCTION TRIM(KN-ERZEUGER)
                 ", kein Vorgang protokolliert)"
                 DELIMITED BY SIZE INTO WS-ZEILE
             PERFORM K900-SCHREIBE-ZEILE
             EXIT PARAGRAPH
         END-IF.
         IF KN-EBENE = ZERO
             SET START-GEFUNDEN TO TRUE
         END-IF.
         ADD 1 TO WS-VORGANG-ZAEHLER.
         MOVE SPACES TO WS-ZEILE.
         STRING "erzeugt von " FUNCTION TRIM(WS-TR-PROGRAMM)
             " am " WS-TR-VORGANG(1:8) " um " WS-TR-VORGANG(9:2)
             ":" WS-TR-VORGANG(11:2) ":" WS-TR-VORGANG(13:2)
             ", batchctl-Lauf " FUNCTION TRIM(WS-TR-BATCHLAUF)
             ", Schritt " FUNCTION TRIM(WS-TR-SCHRITT)
             DELIMITED BY SIZE INTO WS-ZEILE.
         PERFORM K900-SCHREIBE-ZEILE.
         IF WS-KANDIDAT-ANZAHL = ZERO
             MOVE "keine Eingaben protokolliert" TO WS-ZEILE
             PERFORM K900-SCHREIBE-ZEILE
         END-IF.
         PERFORM K500-LEGE-EINGABE-AB
             VARYING WS-KANDIDAT-INDEX FROM WS-KANDIDAT-ANZAHL
             BY -1 UNTIL WS-KANDIDAT-INDEX < 1.

      * Ausdruecklich genannte Schluessel stehen ohne GUELTIG-AB
      * im Protokoll.
       K150-ZEIGE-SCHLUESSEL.
         MOVE SPACES TO WS-ZEILE.
         IF KN-LAUFDATUM = ZERO
             STRING "Schluessel " FUNCTION TRIM(KN-KENNUNG)
                 DELIMITED BY SIZE INTO WS-ZEILE
         ELSE
             STRING "Schluessel " FUNCTION TRIM(KN-KENNUNG)
                 ", gueltig ab " KN-LAUFDATUM
                 DELIMITED BY SIZE INTO WS-ZEILE
         END-IF.
         PERFORM K900-SCHREIBE-ZEILE.

      * KENNUNG FEHLT/UNLESBAR/BINAER/DATEI wie in herkunft.
       K200-ZEIGE-DATEI-OHNE-UMSCHLAG.
         MOVE SPACES TO WS-ZEILE.
         EVALUATE KN-KENNUNG
             WHEN "FEHLT"
                 MOVE "fehlte beim Lauf" TO WS-ZEILE
             WHEN "UNLESBAR"
                 MOVE "war beim Lauf nicht lesbar" TO WS-ZEILE
             WHEN "BINAER"
                 STRING "binaere Datei, Bytes " KN-SAETZE
                     " Pruefsumme " KN-HASHSUMME
                     DELIMITED BY SIZE INTO WS-ZEILE
             WHEN OTHER
                 STRING "ohne Umschlag, Saetze " KN-SAETZE
                     " Hashsumme " KN-HASHSUMME
                     DELIMITED BY SIZE INTO WS-ZEILE
         END-EVALUATE.
         PERFORM K900-SCHREIBE-ZEILE.

      * Jede Herkunft wird nur einmal gezeigt; das schuetzt auch
      * vor Schleifen im Protokoll.
       K300-PRUEFE-BESUCHT.
         MOVE "N" TO WS-BESUCHT-SCHALTER.
         PERFORM K310-VERGLEICHE-BESUCHT
             VARYING WS-BESUCHT-INDEX FROM 1 BY 1
             UNTIL WS-BESUCHT-INDEX > WS-BESUCHT-ANZAHL
                 OR SCHON-GEZEIGT.
         IF NOT SCHON-GEZEIGT
             AND WS-BESUCHT-ANZAHL < WS-BESUCHT-MAXIMUM
             ADD 1 TO WS-BESUCHT-ANZAHL
             MOVE KN-IDENTITAET TO BES-IDENTITAET(WS-BESUCHT-ANZAHL)
         END-IF.

       K310-VERGLEICHE-BESUCHT.
         IF BES-IDENTITAET(WS-BESUCHT-INDEX) = KN-IDENTITAET
             SET SCHON-GEZEIGT TO TRUE
         END-IF.

       K400-LEGE-KNOTEN-AB.
         IF WS-STAPEL-ANZAHL NOT LESS THAN WS-STAPEL-MAXIMUM
             DISPLAY "HERKAUSK: mehr als " WS-STAPEL-MAXIMUM
                 " offene Eingaben, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-STAPEL-ANZAHL.
         MOVE KN-EBENE TO STP-EBENE(WS-STAPEL-ANZAHL).
         MOVE KN-ART TO STP-ART(WS-STAPEL-ANZAHL).
         MOVE KN-DATEI TO STP-DATEI(WS-STAPEL-ANZAHL).
         MOVE KN-ERZEUGER TO STP-ERZEUGER(WS-STAPEL-ANZAHL).
         MOVE KN-IDENTITAET TO STP-IDENTITAET(WS-STAPEL-ANZAHL).

      * Rueckwaerts abgelegt, damit die Eingaben in der
      * protokollierten Reihenfolge gezeigt werden.
       K500-LEGE-EINGABE-AB.
         IF WS-STAPEL-ANZAHL NOT LESS THAN WS-STAPEL-MAXIMUM
             DISPLAY "HERKAUSK: mehr als " WS-STAPEL-MAXIMUM
                 " offene Eingaben, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-STAPEL-ANZAHL.
         COMPUTE STP-EBENE(WS-STAPEL-ANZAHL) = KN-EBENE + 1.
         MOVE KAN-ART(WS-KANDIDAT-INDEX) TO STP-ART(WS-STAPEL-ANZAHL).
         MOVE KAN-DATEI(WS-KANDIDAT-INDEX)
             TO STP-DATEI(WS-STAPEL-ANZAHL).
         MOVE KAN-ERZEUGER(WS-KANDIDAT-INDEX)
             TO STP-ERZEUGER(WS-STAPEL-ANZAHL).
         MOVE KAN-IDENTITAET(WS-KANDIDAT-INDEX)
             TO STP-IDENTITAET(WS-STAPEL-ANZAHL).

       K900-SCHREIBE-ZEILE.
         MOVE SPACES TO BERICHT-SATZ.
         MOVE WS-ZEILE TO BERICHT-SATZ(WS-EINRUECKUNG:).
         WRITE BERICHT-SATZ.
         MOVE SPACES TO WS-ZEILE.

      * Den juengsten Vorgang suchen, dessen Ausgabe die Identitaet
      * des Knotens hat, und seine Eingaben (die E-Zeilen direkt
      * hinter der A-Zeile mit demselben VORGANG) sammeln.
       T000-SUCHE-VORGANG.
         MOVE "N" TO WS-TREFFER-SCHALTER WS-SAMMEL-SCHALTER
             WS-LOG-ENDE-SCHALTER.
         MOVE ZERO TO WS-KANDIDAT-ANZAHL.
         OPEN INPUT HERKUNFT-DATEI.
         IF NOT HERKUNFT-STATUS-OK
             DISPLAY "Sorry, unable to open HERKUNFT.LOG, status "
                 HERKUNFT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM T100-LIES-PROTOKOLLZEILE.
         PERFORM T200-PRUEFE-PROTOKOLLZEILE
             UNTIL ENDE-DES-PROTOKOLLS.
         CLOSE HERKUNFT-DATEI.

       T100-LIES-PROTOKOLLZEILE.
         READ HERKUNFT-DATEI
             AT END SET ENDE-DES-PROTOKOLLS TO TRUE.
         IF NOT HERKUNFT-STATUS-OK AND NOT HERKUNFT-STATUS-ENDE
             DISPLAY "Sorry, error reading HERKUNFT.LOG, status "
                 HERKUNFT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       T200-PRUEFE-PROTOKOLLZEILE.
         IF HERKUNFT-SATZ NOT = SPACES
             MOVE SPACES TO WS-LOG-ZEILE
             UNSTRING HERKUNFT-SATZ DELIMITED BY ";"
                 INTO LOG-VORGANG LOG-ROLLE LOG-ART LOG-DATEI
                      LOG-KENNUNG LOG-ERZEUGER LOG-LAUFDATUM
                      LOG-GENERATION LOG-SAETZE LOG-HASHSUMME
                      LOG-PROGRAMM LOG-BATCHLAUF LOG-SCHRITT
             END-UNSTRING
             EVALUATE TRUE
                 WHEN LOG-ROLLE = "A"
                     PERFORM T300-PRUEFE-AUSGABE
                 WHEN EINGABEN-SAMMELN
                     AND LOG-VORGANG = WS-SAMMEL-VORGANG
                     PERFORM T400-MERKE-EINGABE
                 WHEN OTHER
                     MOVE "N" TO WS-SAMMEL-SCHALTER
             END-EVALUATE
         END-IF.
         PERFORM T100-LIES-PROTOKOLLZEILE.

      * Ein spaeterer passender Vorgang ersetzt einen frueheren.
       T300-PRUEFE-AUSGABE.
         IF LOG-IDENTITAET = KN-IDENTITAET
             SET ERZEUGER-GEFUNDEN TO TRUE
             SET EINGABEN-SAMMELN TO TRUE
             MOVE LOG-VORGANG TO WS-SAMMEL-VORGANG WS-TR-VORGANG
             MOVE LOG-PROGRAMM TO WS-TR-PROGRAMM
             MOVE LOG-BATCHLAUF TO WS-TR-BATCHLAUF
             MOVE LOG-SCHRITT TO WS-TR-SCHRITT
             MOVE ZERO TO WS-KANDIDAT-ANZAHL
         ELSE
             MOVE "N" TO WS-SAMMEL-SCHALTER
         END-IF.

       T400-MERKE-EINGABE.
         IF WS-KANDIDAT-ANZAHL < WS-KANDIDAT-MAXIMUM
             ADD 1 TO WS-KANDIDAT-ANZAHL
             MOVE LOG-ART TO KAN-ART(WS-KANDIDAT-ANZAHL)
             MOVE LOG-DATEI TO KAN-DATEI(WS-KANDIDAT-ANZAHL)
             MOVE LOG-ERZEUGER TO KAN-ERZEUGER(WS-KANDIDAT-ANZAHL)
             MOVE LOG-IDENTITAET
                 TO KAN-IDENTITAET(WS-KANDIDAT-ANZAHL)
         END-IF.

       END PROGRAM herkausk.

      * vim:ai sw=4 sts=4 expandtab
