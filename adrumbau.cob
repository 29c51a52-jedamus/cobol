      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Einmaliger Umstellungslauf auf das Satzbild mit
      * Zustellzeile und aufgeteilter Ortsangabe (siehe
      * adresse.cpy, Satzlaenge 240 statt 170): das alte Feld
      * ADR-ORT-STAAT-PLZ wird in ADR-ORT, ADR-STAAT und ADR-PLZ
      * zerlegt, ADR-STRASSE bleibt leer und wird danach ueber
      * adrpfleg oder adrmaske nachgetragen. Umgestellt werden
      *   - ADDRESS-MASTER.DAT (Pflicht, Umschlag ADRMAST),
      *   - ADRHIST.DAT (Vorher- und Nachher-Bild jeder Zeile),
      *   - ADRTRANS.DAT (noch nicht verarbeitete Transaktionen,
      *     Umschlag ADRTRANS),
      * die beiden letzten nur, wenn sie vorhanden sind. Jede
      * Datei wird erst vollstaendig nach <DATEI>.UMB geschrieben;
      * erst wenn alle fehlerfrei umgestellt sind, werden die
      * Originale nach <DATEI>.V170 gesichert und ersetzt.
      * Zerlegung: die PLZ ist die am weitesten rechts stehende
      * Stelle im PLZ-Muster des Landes (Inland 99999, Ausland
      * aus LAND.TAB), die nicht an Buchstaben oder Ziffern
      * grenzt; der Rest ist ORT oder, mit Komma, ORT, STAAT.
      * Jeder Mastersatz, der sich nicht sauber zerlegen liess
      * (keine PLZ, Text vor und hinter der PLZ, mehr als ein
      * Komma, kein Ortsname, Staat zu lang), steht mit altem
      * Inhalt und Ergebnis im Bericht ADRUMBAU.RPT und endet den
      * Lauf mit RETURN-CODE 4; er wird trotzdem umgestellt, mit
      * allem, was sich zuordnen liess (ohne PLZ steht die ganze
      * alte Zeile in ADR-ORT), und faellt bis zur Nachpflege in
      * adredit auf.
      * Ein bereits umgestellter Master (Daten hinter Stelle 170)
      * wird nicht noch einmal angefasst (RETURN-CODE 8). Wie der
      * Loeschlauf verweigert die Umstellung den Start, solange
      * MASKE.SPR oder BATCH.SPR gehalten wird, und haelt beide
      * fuer ihre Dauer; danach wird ADDRESS-MASTER.IDX mit
      * adrladen im neuen Satzbild neu geladen.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrumbau.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-MASTER
           ASSIGN TO "ADDRESS-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ALTMAST-STATUS.

           SELECT NEU-MASTER
           ASSIGN TO "ADDRESS-MASTER.UMB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS NEUMAST-STATUS.

           SELECT ALT-HISTORIE
           ASSIGN TO "ADRHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ALTHIST-STATUS.

           SELECT NEU-HISTORIE
           ASSIGN TO "ADRHIST.UMB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS NEUHIST-STATUS.

           SELECT ALT-TRANS
           ASSIGN TO "ADRTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ALTTRANS-STATUS.

           SELECT NEU-TRANS
           ASSIGN TO "ADRTRANS.UMB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS NEUTRANS-STATUS.

           SELECT LAENDER-DATEI
           ASSIGN TO "LAND.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS LAND-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ADRUMBAU.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Der alte Mastersatz (170 Stellen) im Lesepuffer der
      * neuen Satzlaenge; ALT-REST muss leer sein.
       FD ALT-MASTER
          LABEL RECORDS ARE OMITTED.
           01 ALT-MASTER-SATZ          PIC X(240).
           01 ALT-ADRESSE.
              05 ALT-ID                PIC 9(06).
              05 ALT-NAME              PIC X(40).
              05 ALT-ABTEILUNG         PIC X(40).
              05 ALT-ORGANISATION      PIC X(40).
              05 ALT-ORT-STAAT-PLZ     PIC X(40).
              05 ALT-LAND              PIC X(03).
              05 ALT-ZUSTELL           PIC X(01).
              05 ALT-REST              PIC X(70).

       FD NEU-MASTER
          LABEL RECORDS ARE OMITTED.
           01 NEU-MASTER-SATZ          PIC X(240).

      * Historienzeile alt: Vorher 34-203, Nachher 205-374.
       FD ALT-HISTORIE
          LABEL RECORDS ARE OMITTED.
           01 ALT-HISTORIEN-SATZ.
              05 ALT-HIS-KOPF          PIC X(33).
              05 ALT-HIS-VORHER        PIC X(170).
              05 FILLER                PIC X(01).
              05 ALT-HIS-NACHHER       PIC X(170).
              05 ALT-HIS-REST          PIC X(146).

       FD NEU-HISTORIE
          LABEL RECORDS ARE OMITTED.
           01 NEU-HISTORIEN-SATZ.
              05 NEU-HIS-KOPF          PIC X(33).
              05 NEU-HIS-VORHER        PIC X(240).
              05 NEU-HIS-TRENNER       PIC X(01).
              05 NEU-HIS-NACHHER       PIC X(240).

      * Transaktion alt: Aktion, Schluessel, Name, Abteilung,
      * Organisation, Ort/Staat/PLZ.
       FD ALT-TRANS
          LABEL RECORDS ARE OMITTED.
           01 ALT-TRANS-SATZ           PIC X(280).
           01 ALT-TRANSAKTION.
              05 ALT-TRA-KOPF          PIC X(161).
              05 ALT-TRA-ORT-STAAT-PLZ PIC X(40).
              05 ALT-TRA-REST          PIC X(79).

       FD NEU-TRANS
          LABEL RECORDS ARE OMITTED.
           01 NEU-TRANSAKTION.
              05 NEU-TRA-KOPF          PIC X(161).
              05 NEU-TRA-STRASSE       PIC X(40).
              05 NEU-TRA-ORTSANGABE    PIC X(70).

       FD LAENDER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 LAENDER-SATZ             PIC X(80).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SYSTEMKOMMANDO           PIC X(120).
       01 WS-KOMMANDO-RC              PIC S9(09)  COMP.
       01 WS-HEUTE                    PIC X(08).
       01 WS-DATEISTAMM               PIC X(20).

       01 WS-MASTER-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-MASTERS                     VALUE "J".
       01 WS-HIST-ENDE-SCHALTER       PIC X(01)   VALUE "N".
          88 ENDE-DER-HISTORIE                    VALUE "J".
       01 WS-TRANS-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-TRANSAKTIONEN               VALUE "J".
       01 WS-LAND-ENDE-SCHALTER       PIC X(01)   VALUE "N".
          88 ENDE-DER-LAENDER                     VALUE "J".
       01 WS-MAS-KOPF-SCHALTER        PIC X(01)   VALUE "N".
          88 MAS-KOPF-GEPRUEFT                    VALUE "J".
       01 WS-MAS-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 MAS-ENDESATZ-GESEHEN                 VALUE "J".
       01 WS-TRA-KOPF-SCHALTER        PIC X(01)   VALUE "N".
          88 TRA-KOPF-GEPRUEFT                    VALUE "J".
       01 WS-TRA-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 TRA-ENDESATZ-GESEHEN                 VALUE "J".
       01 WS-HIST-DA-SCHALTER         PIC X(01)   VALUE "N".
          88 HISTORIE-VORHANDEN                   VALUE "J".
       01 WS-TRANS-DA-SCHALTER        PIC X(01)   VALUE "N".
          88 TRANSAKTIONEN-VORHANDEN              VALUE "J".
       01 WS-INDEX-DA-SCHALTER        PIC X(01)   VALUE "N".
          88 INDEX-VORHANDEN                      VALUE "J".

       01 WS-MASTER-ZAEHLER           PIC 9(07)   COMP VALUE ZERO.
       01 WS-MASTER-UNSAUBER          PIC 9(07)   COMP VALUE ZERO.
       01 WS-HIST-ZAEHLER             PIC 9(07)   COMP VALUE ZERO.
       01 WS-HIST-UNSAUBER            PIC 9(07)   COMP VALUE ZERO.
       01 WS-TRANS-ZAEHLER            PIC 9(07)   COMP VALUE ZERO.
       01 WS-TRANS-UNSAUBER           PIC 9(07)   COMP VALUE ZERO.
       01 WS-SATZ-ANZEIGE             PIC ZZZZZZ9.

      * Zerlegung einer alten Ortszeile: Eingabe WS-TEIL-ZEILE und
      * WS-TEIL-LAND, Ergebnis WS-TEIL-ORTSANGABE (Satzbild wie
      * ADR-ORTSANGABE) und WS-TEIL-GRUND (leer = sauber).
       01 WS-TEIL-ZEILE               PIC X(40).
       01 WS-TEIL-LAND                PIC X(03).
       01 WS-TEIL-ORTSANGABE.
          05 WS-TEIL-ORT              PIC X(40).
          05 WS-TEIL-STAAT            PIC X(20).
          05 WS-TEIL-PLZ              PIC X(10).
       01 WS-TEIL-GRUND               PIC X(40).
       01 WS-NEUER-GRUND              PIC X(40).
       01 WS-TEIL-LAENGE              PIC 9(03)   COMP.
       01 WS-TEIL-POS                 PIC 9(03)   COMP.
       01 WS-VOR-PLZ                  PIC X(40).
       01 WS-NACH-PLZ                 PIC X(40).
       01 WS-REST                     PIC X(81).
       01 WS-STAAT-TEXT               PIC X(81).
       01 WS-KOMMA-ANZAHL             PIC 9(03)   COMP.
       01 WS-KOMMA-POS                PIC 9(03)   COMP.
       01 WS-GRENZ-ZEICHEN            PIC X(01).

       01 WS-MUSTER                   PIC X(10).
       01 WS-MUSTER-LAENGE            PIC 9(02)   COMP.
       01 WS-MUSTER-INDEX             PIC 9(02)   COMP.
       01 WS-MUSTER-POS               PIC 9(03)   COMP.
       01 WS-MUSTER-ZEICHEN           PIC X(01).
       01 WS-SATZ-ZEICHEN             PIC X(01).
       01 WS-SUCH-INDEX               PIC S9(03)  COMP.
       01 WS-MUSTER-TREFFER-SCHALTER  PIC X(01)   VALUE "N".
          88 MUSTER-GEFUNDEN                      VALUE "J".
       01 WS-STELLE-PASST-SCHALTER    PIC X(01)   VALUE "N".
          88 STELLE-PASST                         VALUE "J".

       01 WS-LAENDER-TABELLE.
          05 WS-LAND-EINTRAG          OCCURS 50 TIMES.
             10 LND-KENNZEICHEN       PIC X(03).
             10 LND-NAME              PIC X(30).
             10 LND-PLZFORMAT         PIC X(10).
       01 WS-LAND-ANZAHL              PIC 9(02)   COMP VALUE ZERO.
       01 WS-LAND-MAXIMUM             PIC 9(02)   COMP VALUE 50.
       01 WS-LAND-INDEX               PIC 9(02)   COMP VALUE ZERO.
       01 WS-LAND-TREFFER             PIC 9(02)   COMP VALUE ZERO.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Laenderzeile weniger Felder hat.
       01 WS-FELD-KENNZEICHEN         PIC X(03)   VALUE SPACES.
       01 WS-FELD-LANDNAME            PIC X(30)   VALUE SPACES.
       01 WS-FELD-PLZFORMAT           PIC X(10)   VALUE SPACES.

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-UNSAUBERZEILE.
          05 WS-UNS-ART               PIC X(12).
          05 WS-UNS-SATZNR            PIC ZZZZZZ9.
          05 FILLER                   PIC X(09)   VALUE
             "  ADR-ID ".
          05 WS-UNS-ID                PIC X(06).
          05 FILLER                   PIC X(02)   VALUE ": ".
          05 WS-UNS-GRUND             PIC X(40).

       01 WS-BILDZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 WS-BILD-FELD             PIC X(15).
          05 FILLER                   PIC X(02)   VALUE ": ".
          05 WS-BILD-INHALT           PIC X(40).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(30).
          05 WS-SUM-ANZAHL            PIC ZZZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ALTMAST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ALTMAST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ALTMAST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ALTMAST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ALTMAST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==NEUMAST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==NEUMAST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==NEUMAST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==NEUMAST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==NEUMAST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ALTHIST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ALTHIST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ALTHIST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ALTHIST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ALTHIST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==NEUHIST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==NEUHIST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==NEUHIST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==NEUHIST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==NEUHIST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ALTTRANS-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ALTTRANS-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ALTTRANS-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==ALTTRANS-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ALTTRANS-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==NEUTRANS-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==NEUTRANS-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==NEUTRANS-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==NEUTRANS-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==NEUTRANS-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==LAND-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==LAND-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==LAND-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==LAND-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==LAND-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==MAS-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==NEU-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==TRA-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==NTR-UMS==.
       COPY "laufstat.cpy".
       COPY "herkunft.cpy".
       COPY "sperre.cpy".

      * Neues Satzbild, in das der alte Satz umgesetzt wird.
       COPY "adresse.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-STELLE-UM.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         PERFORM S900-PRUEFE-SPERREN.
         PERFORM S950-SETZE-SPERREN.
         PERFORM L000-LADE-LAENDER.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ADRUMBAU.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "ADRUMBAU UMSTELLUNG AUF SATZBILD 240, LAUF "
             WS-HEUTE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM B000-STELLE-MASTER-UM.
         PERFORM C000-STELLE-HISTORIE-UM.
         PERFORM D000-STELLE-TRANSAKTIONEN-UM.
         PERFORM Z000-ERSETZE-DATEIEN.
         PERFORM S990-LOESE-SPERREN.
         PERFORM Z500-LADE-INDEX-NEU.

         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.
         DISPLAY "ADRUMBAU: Master " WS-MASTER-ZAEHLER
             " (unsauber " WS-MASTER-UNSAUBER "), Historie "
             WS-HIST-ZAEHLER ", Transaktionen " WS-TRANS-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "adrumbau" TO STAT-PROGRAMM.
         MOVE WS-MASTER-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-MASTER-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE WS-MASTER-UNSAUBER TO STAT-ABGEWIESEN.
         IF WS-MASTER-UNSAUBER > ZERO OR WS-TRANS-UNSAUBER > ZERO
             MOVE 4 TO STAT-RC
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         IF STAT-RC > ZERO
             DISPLAY "ADRUMBAU: nicht sauber zerlegte Saetze, "
                 "siehe ADRUMBAU.RPT"
             STOP RUN RETURNING STAT-RC
         END-IF.
         STOP RUN.

      * Master: Kopfsatz pruefen (Kennung ADRMAST), jeden Satz
      * umsetzen, Endesatz gegen Anzahl und Hashsumme pruefen.
       B000-STELLE-MASTER-UM.
         OPEN INPUT ALT-MASTER.
         IF NOT ALTMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.DAT, "
                 "status " ALTMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT NEU-MASTER.
         IF NOT NEUMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.UMB, "
                 "status " NEUMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ADRMAST" TO MAS-UMS-KENNUNG.
         MOVE "ANFANG" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         PERFORM B100-LIES-MASTER.
         PERFORM B200-VERARBEITE-MASTERSATZ
             UNTIL ENDE-DES-MASTERS.
         IF NOT MAS-ENDESATZ-GESEHEN
             DISPLAY "ADRUMBAU: Endesatz des Umschlags fehlt in "
                 "ADDRESS-MASTER.DAT"
             STOP RUN RETURNING 1
         END-IF.
         CLOSE ALT-MASTER NEU-MASTER.

       B100-LIES-MASTER.
         MOVE SPACES TO ALT-MASTER-SATZ.
         READ ALT-MASTER
             AT END SET ENDE-DES-MASTERS TO TRUE.
         IF NOT ALTMAST-STATUS-OK AND NOT ALTMAST-STATUS-ENDE
             DISPLAY "Sorry, error reading ADDRESS-MASTER.DAT, "
                 "status " ALTMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-VERARBEITE-MASTERSATZ.
         EVALUATE TRUE
             WHEN NOT MAS-KOPF-GEPRUEFT
                 PERFORM U100-PRUEFE-MASTERKOPF
             WHEN ALT-MASTER-SATZ(1:2) = "UE"
                 PERFORM U150-PRUEFE-MASTERENDE
             WHEN OTHER
                 PERFORM B300-SETZE-MASTERSATZ-UM
         END-EVALUATE.
         PERFORM B100-LIES-MASTER.

       B300-SETZE-MASTERSATZ-UM.
         IF MAS-ENDESATZ-GESEHEN
             DISPLAY "ADRUMBAU: Nutzsatz nach dem Endesatz in "
                 "ADDRESS-MASTER.DAT"
             STOP RUN RETURNING 1
         END-IF.
         IF ALT-REST NOT = SPACES
             DISPLAY "ADRUMBAU: ADDRESS-MASTER.DAT ist bereits "
                 "umgestellt (Daten hinter Stelle 170), Lauf wird "
                 "abgebrochen"
             STOP RUN RETURNING 8
         END-IF.
         MOVE ALT-MASTER-SATZ TO MAS-UMS-PUFFER.
         MOVE "SUMME" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         ADD 1 TO WS-MASTER-ZAEHLER.
         MOVE ALT-ORT-STAAT-PLZ TO WS-TEIL-ZEILE.
         MOVE ALT-LAND TO WS-TEIL-LAND.
         PERFORM T000-TEILE-ORTSZEILE.
         MOVE SPACES TO ADRESSE-SATZ.
         MOVE ALT-ID TO ADR-ID.
         MOVE ALT-NAME TO ADR-NAME.
         MOVE ALT-ABTEILUNG TO ADR-ABTEILUNG.
         MOVE ALT-ORGANISATION TO ADR-ORGANISATION.
         MOVE WS-TEIL-ORTSANGABE TO ADR-ORTSANGABE.
         MOVE ALT-LAND TO ADR-LAND.
         MOVE ALT-ZUSTELL TO ADR-ZUSTELL.
         IF WS-TEIL-GRUND NOT = SPACES
             ADD 1 TO WS-MASTER-UNSAUBER
             PERFORM B400-MELDE-UNSAUBER
         END-IF.
         MOVE ADRESSE-SATZ TO NEU-MASTER-SATZ.
         PERFORM B500-SCHREIBE-NEUMASTER.
         MOVE ADRESSE-SATZ TO NEU-UMS-PUFFER.
         MOVE "SUMME" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.

       B400-MELDE-UNSAUBER.
         MOVE "MASTERSATZ " TO WS-UNS-ART.
         MOVE WS-MASTER-ZAEHLER TO WS-UNS-SATZNR.
         MOVE ALT-ID TO WS-UNS-ID.
         MOVE WS-TEIL-GRUND TO WS-UNS-GRUND.
         MOVE WS-UNSAUBERZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM G100-SCHREIBE-ZERLEGUNG.

       B500-SCHREIBE-NEUMASTER.
         WRITE NEU-MASTER-SATZ.
         IF NOT NEUMAST-STATUS-OK
             DISPLAY "Sorry, error writing ADDRESS-MASTER.UMB, "
                 "status " NEUMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Historie: jede Zeile mit beiden Bildern umsetzen; Zeilen
      * ohne Bild (N bzw. L) behalten das leere Bild.
       C000-STELLE-HISTORIE-UM.
         OPEN INPUT ALT-HISTORIE.
         IF ALTHIST-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT ALTHIST-STATUS-OK
             DISPLAY "Sorry, unable to open ADRHIST.DAT, status "
                 ALTHIST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         SET HISTORIE-VORHANDEN TO TRUE.
         OPEN OUTPUT NEU-HISTORIE.
         IF NOT NEUHIST-STATUS-OK
             DISPLAY "Sorry, unable to open ADRHIST.UMB, status "
                 NEUHIST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM C100-LIES-HISTORIE.
         PERFORM C200-SETZE-HISTORIENZEILE-UM
             UNTIL ENDE-DER-HISTORIE.
         CLOSE ALT-HISTORIE NEU-HISTORIE.

       C100-LIES-HISTORIE.
         MOVE SPACES TO ALT-HISTORIEN-SATZ.
         READ ALT-HISTORIE
             AT END SET ENDE-DER-HISTORIE TO TRUE.
         IF NOT ALTHIST-STATUS-OK AND NOT ALTHIST-STATUS-ENDE
             DISPLAY "Sorry, error reading ADRHIST.DAT, status "
                 ALTHIST-STATUS
             STOP RUN RETURNING 1
         END-IF.

       C200-SETZE-HISTORIENZEILE-UM.
         IF ALT-HIS-REST NOT = SPACES
             DISPLAY "ADRUMBAU: ADRHIST.DAT ist bereits "
                 "umgestellt, Lauf wird abgebrochen"
             STOP RUN RETURNING 8
         END-IF.
         ADD 1 TO WS-HIST-ZAEHLER.
         MOVE SPACES TO NEU-HISTORIEN-SATZ.
         MOVE ALT-HIS-KOPF TO NEU-HIS-KOPF.
         MOVE ";" TO NEU-HIS-TRENNER.
         IF ALT-HIS-VORHER NOT = SPACES
             MOVE ALT-HIS-VORHER TO ALT-ADRESSE
             PERFORM C300-SETZE-BILD-UM
             MOVE ADRESSE-SATZ TO NEU-HIS-VORHER
         END-IF.
         IF ALT-HIS-NACHHER NOT = SPACES
             MOVE ALT-HIS-NACHHER TO ALT-ADRESSE
             PERFORM C300-SETZE-BILD-UM
             MOVE ADRESSE-SATZ TO NEU-HIS-NACHHER
         END-IF.
         WRITE NEU-HISTORIEN-SATZ.
         IF NOT NEUHIST-STATUS-OK
             DISPLAY "Sorry, error writing ADRHIST.UMB, status "
                 NEUHIST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM C100-LIES-HISTORIE.

      * Das Bild steht in ALT-ADRESSE (Lesepuffer des Masters,
      * der zu diesem Zeitpunkt geschlossen ist).
       C300-SETZE-BILD-UM.
         MOVE ALT-ORT-STAAT-PLZ TO WS-TEIL-ZEILE.
         MOVE ALT-LAND TO WS-TEIL-LAND.
         PERFORM T000-TEILE-ORTSZEILE.
         IF WS-TEIL-GRUND NOT = SPACES
             ADD 1 TO WS-HIST-UNSAUBER
         END-IF.
         MOVE SPACES TO ADRESSE-SATZ.
         MOVE ALT-ID TO ADR-ID.
         MOVE ALT-NAME TO ADR-NAME.
         MOVE ALT-ABTEILUNG TO ADR-ABTEILUNG.
         MOVE ALT-ORGANISATION TO ADR-ORGANISATION.
         MOVE WS-TEIL-ORTSANGABE TO ADR-ORTSANGABE.
         MOVE ALT-LAND TO ADR-LAND.
         MOVE ALT-ZUSTELL TO ADR-ZUSTELL.

      * Offene Transaktionen: Ortsangabe zerlegen, ADR-STRASSE
      * leer; L-Transaktionen ohne Daten bleiben wie sie sind.
       D000-STELLE-TRANSAKTIONEN-UM.
         OPEN INPUT ALT-TRANS.
         IF ALTTRANS-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT ALTTRANS-STATUS-OK
             DISPLAY "Sorry, unable to open ADRTRANS.DAT, status "
                 ALTTRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.
         SET TRANSAKTIONEN-VORHANDEN TO TRUE.
         OPEN OUTPUT NEU-TRANS.
         IF NOT NEUTRANS-STATUS-OK
             DISPLAY "Sorry, unable to open ADRTRANS.UMB, status "
                 NEUTRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ADRTRANS" TO TRA-UMS-KENNUNG.
         MOVE "ANFANG" TO TRA-UMS-FUNKTION.
         CALL "umschlag" USING TRA-UMS-UMSCHLAG.
         PERFORM D100-LIES-TRANSAKTION.
         PERFORM D200-VERARBEITE-TRANSAKTION
             UNTIL ENDE-DER-TRANSAKTIONEN.
         IF NOT TRA-ENDESATZ-GESEHEN
             DISPLAY "ADRUMBAU: Endesatz des Umschlags fehlt in "
                 "ADRTRANS.DAT"
             STOP RUN RETURNING 1
         END-IF.
         CLOSE ALT-TRANS NEU-TRANS.

       D100-LIES-TRANSAKTION.
         MOVE SPACES TO ALT-TRANS-SATZ.
         READ ALT-TRANS
             AT END SET ENDE-DER-TRANSAKTIONEN TO TRUE.
         IF NOT ALTTRANS-STATUS-OK AND NOT ALTTRANS-STATUS-ENDE
             DISPLAY "Sorry, error reading ADRTRANS.DAT, status "
                 ALTTRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.

       D200-VERARBEITE-TRANSAKTION.
         EVALUATE TRUE
             WHEN NOT TRA-KOPF-GEPRUEFT
                 PERFORM U300-PRUEFE-TRANSKOPF
             WHEN ALT-TRANS-SATZ(1:2) = "UE"
                 PERFORM U350-PRUEFE-TRANSENDE
             WHEN OTHER
                 PERFORM D300-SETZE-TRANSAKTION-UM
         END-EVALUATE.
         PERFORM D100-LIES-TRANSAKTION.

       D300-SETZE-TRANSAKTION-UM.
         IF ALT-TRA-REST NOT = SPACES
             DISPLAY "ADRUMBAU: ADRTRANS.DAT ist bereits "
                 "umgestellt, Lauf wird abgebrochen"
             STOP RUN RETURNING 8
         END-IF.
         MOVE ALT-TRANS-SATZ TO TRA-UMS-PUFFER.
         MOVE "SUMME" TO TRA-UMS-FUNKTION.
         CALL "umschlag" USING TRA-UMS-UMSCHLAG.
         ADD 1 TO WS-TRANS-ZAEHLER.
         MOVE SPACES TO NEU-TRANSAKTION.
         MOVE ALT-TRA-KOPF TO NEU-TRA-KOPF.
         IF ALT-TRA-ORT-STAAT-PLZ NOT = SPACES
             MOVE ALT-TRA-ORT-STAAT-PLZ TO WS-TEIL-ZEILE
             MOVE SPACES TO WS-TEIL-LAND
             PERFORM T000-TEILE-ORTSZEILE
             MOVE WS-TEIL-ORTSANGABE TO NEU-TRA-ORTSANGABE
             IF WS-TEIL-GRUND NOT = SPACES
                 ADD 1 TO WS-TRANS-UNSAUBER
                 MOVE "TRANSAKTION " TO WS-UNS-ART
                 MOVE WS-TRANS-ZAEHLER TO WS-UNS-SATZNR
                 MOVE SPACES TO WS-UNS-ID
                 MOVE WS-TEIL-GRUND TO WS-UNS-GRUND
                 MOVE WS-UNSAUBERZEILE TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
                 MOVE "SCHLUESSEL" TO WS-BILD-FELD
                 MOVE ALT-TRA-KOPF(2:40) TO WS-BILD-INHALT
                 MOVE WS-BILDZEILE TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
                 PERFORM G100-SCHREIBE-ZERLEGUNG
             END-IF
         END-IF.
         PERFORM D400-SCHREIBE-NEUTRANS.
         MOVE NEU-TRANSAKTION TO NTR-UMS-PUFFER.
         MOVE "SUMME" TO NTR-UMS-FUNKTION.
         CALL "umschlag" USING NTR-UMS-UMSCHLAG.

       D400-SCHREIBE-NEUTRANS.
         WRITE NEU-TRANSAKTION.
         IF NOT NEUTRANS-STATUS-OK
             DISPLAY "Sorry, error writing ADRTRANS.UMB, status "
                 NEUTRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing ADRUMBAU.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Alte Zeile und Ergebnis der Zerlegung.
       G100-SCHREIBE-ZERLEGUNG.
         MOVE "ALT" TO WS-BILD-FELD.
         MOVE WS-TEIL-ZEILE TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ADR-ORT" TO WS-BILD-FELD.
         MOVE WS-TEIL-ORT TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ADR-STAAT" TO WS-BILD-FELD.
         MOVE WS-TEIL-STAAT TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ADR-PLZ" TO WS-BILD-FELD.
         MOVE WS-TEIL-PLZ TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       H000-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "MASTERSAETZE UMGESTELLT     : " TO WS-SUM-TEXT.
         MOVE WS-MASTER-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  DAVON NICHT SAUBER ZERLEGT: " TO WS-SUM-TEXT.
         MOVE WS-MASTER-UNSAUBER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  OHNE ADR-STRASSE          : " TO WS-SUM-TEXT.
         MOVE WS-MASTER-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "HISTORIENZEILEN UMGESTELLT  : " TO WS-SUM-TEXT.
         MOVE WS-HIST-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  BILDER NICHT SAUBER       : " TO WS-SUM-TEXT.
         MOVE WS-HIST-UNSAUBER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRANSAKTIONEN UMGESTELLT    : " TO WS-SUM-TEXT.
         MOVE WS-TRANS-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  DAVON NICHT SAUBER ZERLEGT: " TO WS-SUM-TEXT.
         MOVE WS-TRANS-UNSAUBER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ADR-STRASSE ist nach der Umstellung leer und wird "
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ueber adrpfleg (A-Transaktion) oder adrmaske "
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "nachgetragen." TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Laedt die Laendertabelle LAND.TAB (wie adredit); ohne
      * Tabelle werden Auslandssaetze ohne PLZ-Suche zerlegt.
       L000-LADE-LAENDER.
         OPEN INPUT LAENDER-DATEI.
         IF NOT LAND-STATUS-OK
             DISPLAY "ADRUMBAU: Laendertabelle LAND.TAB fehlt, "
                 "Status " LAND-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM L100-LIES-LAENDERZEILE.
         PERFORM L200-UEBERNIMM-LAENDERZEILE
             UNTIL ENDE-DER-LAENDER.
         CLOSE LAENDER-DATEI.

       L100-LIES-LAENDERZEILE.
         READ LAENDER-DATEI
             AT END SET ENDE-DER-LAENDER TO TRUE.
         IF NOT LAND-STATUS-OK AND NOT LAND-STATUS-ENDE
             DISPLAY "Sorry, error reading LAND.TAB, status "
                 LAND-STATUS
             STOP RUN RETURNING 1
         END-IF.

       L200-UEBERNIMM-LAENDERZEILE.
         IF LAENDER-SATZ = SPACES
             OR LAENDER-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             IF WS-LAND-ANZAHL NOT LESS THAN WS-LAND-MAXIMUM
                 DISPLAY "ADRUMBAU: mehr als " WS-LAND-MAXIMUM
                     " Laender in LAND.TAB, Lauf wird abgebrochen"
                 STOP RUN RETURNING 1
             END-IF
             MOVE SPACES TO WS-FELD-KENNZEICHEN WS-FELD-LANDNAME
                 WS-FELD-PLZFORMAT
             UNSTRING LAENDER-SATZ DELIMITED BY ";"
                 INTO WS-FELD-KENNZEICHEN WS-FELD-LANDNAME
                      WS-FELD-PLZFORMAT
             END-UNSTRING
             ADD 1 TO WS-LAND-ANZAHL
             MOVE WS-FELD-KENNZEICHEN
                 TO LND-KENNZEICHEN(WS-LAND-ANZAHL)
             MOVE WS-FELD-LANDNAME TO LND-NAME(WS-LAND-ANZAHL)
             MOVE WS-FELD-PLZFORMAT
                 TO LND-PLZFORMAT(WS-LAND-ANZAHL)
         END-IF.
         PERFORM L100-LIES-LAENDERZEILE.

       L500-SUCHE-LAND.
         MOVE ZERO TO WS-LAND-TREFFER.
         PERFORM L510-PRUEFE-LAND
             VARYING WS-LAND-INDEX FROM 1 BY 1
             UNTIL WS-LAND-INDEX > WS-LAND-ANZAHL.

       L510-PRUEFE-LAND.
         IF LND-KENNZEICHEN(WS-LAND-INDEX) = WS-TEIL-LAND
             MOVE WS-LAND-INDEX TO WS-LAND-TREFFER
             MOVE WS-LAND-ANZAHL TO WS-LAND-INDEX
         END-IF.

      * Sperrprotokoll wie im Loeschlauf: nicht gegen eine offene
      * Dialogsitzung oder den laufenden Nachtlauf umstellen.
       S900-PRUEFE-SPERREN.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "MASKE" TO SPR-NAME.
         MOVE "adrumbau" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.
         PERFORM S910-WERTE-SPERRE-AUS.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.
         PERFORM S910-WERTE-SPERRE-AUS.

       S910-WERTE-SPERRE-AUS.
         EVALUATE SPR-STATUS
             WHEN "41"
                 DISPLAY "ADRUMBAU: " FUNCTION TRIM(SPR-NAME)
                     ".SPR wird gehalten (" SPR-INHABER
                     "), Umstellung wird verweigert"
                 STOP RUN RETURNING 8
             WHEN "42"
                 DISPLAY "ADRUMBAU: verwaiste Sperre "
                     FUNCTION TRIM(SPR-NAME) ".SPR gefunden ("
                     SPR-INHABER "), sie wird nicht beachtet"
         END-EVALUATE.

       S950-SETZE-SPERREN.
         MOVE "SETZEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         MOVE "adrumbau" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.
         MOVE "SETZEN" TO SPR-FUNKTION.
         MOVE "MASKE" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.

       S990-LOESE-SPERREN.
         MOVE "LOESEN" TO SPR-FUNKTION.
         MOVE "MASKE" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.
         MOVE "LOESEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.

      * Zerlegt WS-TEIL-ZEILE. Die PLZ ist die am weitesten
      * rechts stehende Stelle im Muster des Landes, die nicht an
      * Buchstaben oder Ziffern grenzt; der Text davor und danach
      * ist ORT oder ORT, STAAT.
       T000-TEILE-ORTSZEILE.
         MOVE SPACES TO WS-TEIL-ORTSANGABE WS-TEIL-GRUND.
         IF WS-TEIL-ZEILE = SPACES
             MOVE "Ortszeile leer" TO WS-NEUER-GRUND
             PERFORM T900-MERKE-GRUND
             EXIT PARAGRAPH
         END-IF.
         MOVE FUNCTION TRIM(WS-TEIL-ZEILE) TO WS-TEIL-ZEILE.
         MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEIL-ZEILE))
             TO WS-TEIL-LAENGE.
         IF WS-TEIL-LAND = SPACES OR WS-TEIL-LAND = "D"
             MOVE "99999" TO WS-MUSTER
         ELSE
             MOVE SPACES TO WS-MUSTER
             PERFORM L500-SUCHE-LAND
             IF WS-LAND-TREFFER > ZERO
                 MOVE LND-PLZFORMAT(WS-LAND-TREFFER) TO WS-MUSTER
             END-IF
         END-IF.
         MOVE "N" TO WS-MUSTER-TREFFER-SCHALTER.
         MOVE ZERO TO WS-TEIL-POS.
         IF WS-MUSTER NOT = SPACES
             MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MUSTER))
                 TO WS-MUSTER-LAENGE
             IF WS-TEIL-LAENGE NOT LESS THAN WS-MUSTER-LAENGE
                 COMPUTE WS-SUCH-INDEX =
                     WS-TEIL-LAENGE - WS-MUSTER-LAENGE + 1
                 PERFORM T100-PRUEFE-MUSTER-STELLE
                     VARYING WS-SUCH-INDEX FROM WS-SUCH-INDEX BY -1
                     UNTIL WS-SUCH-INDEX < 1
                     OR MUSTER-GEFUNDEN
             END-IF
         END-IF.
         IF NOT MUSTER-GEFUNDEN
             MOVE WS-TEIL-ZEILE TO WS-TEIL-ORT
             MOVE "keine PLZ gefunden" TO WS-NEUER-GRUND
             PERFORM T900-MERKE-GRUND
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-TEIL-ZEILE(WS-TEIL-POS:WS-MUSTER-LAENGE)
             TO WS-TEIL-PLZ.
         MOVE SPACES TO WS-VOR-PLZ WS-NACH-PLZ WS-REST.
         IF WS-TEIL-POS > 1
             MOVE WS-TEIL-ZEILE(1:WS-TEIL-POS - 1) TO WS-VOR-PLZ
         END-IF.
         IF WS-TEIL-POS + WS-MUSTER-LAENGE NOT > WS-TEIL-LAENGE
             MOVE WS-TEIL-ZEILE(WS-TEIL-POS + WS-MUSTER-LAENGE:)
                 TO WS-NACH-PLZ
         END-IF.
         EVALUATE TRUE
             WHEN WS-VOR-PLZ NOT = SPACES AND WS-NACH-PLZ NOT = SPACES
                 STRING FUNCTION TRIM(WS-VOR-PLZ) " "
                     FUNCTION TRIM(WS-NACH-PLZ)
                     DELIMITED BY SIZE INTO WS-REST
                 MOVE "Text vor und hinter der PLZ" TO WS-NEUER-GRUND
                 PERFORM T900-MERKE-GRUND
             WHEN WS-VOR-PLZ NOT = SPACES
                 MOVE FUNCTION TRIM(WS-VOR-PLZ) TO WS-REST
             WHEN OTHER
                 MOVE FUNCTION TRIM(WS-NACH-PLZ) TO WS-REST
         END-EVALUATE.
         PERFORM T300-TEILE-ORT-UND-STAAT.

       T100-PRUEFE-MUSTER-STELLE.
         MOVE "J" TO WS-STELLE-PASST-SCHALTER.
         PERFORM T110-PRUEFE-MUSTER-ZEICHEN
             VARYING WS-MUSTER-INDEX FROM 1 BY 1
             UNTIL WS-MUSTER-INDEX > WS-MUSTER-LAENGE
             OR NOT STELLE-PASST.
         IF STELLE-PASST AND WS-SUCH-INDEX > 1
             MOVE WS-TEIL-ZEILE(WS-SUCH-INDEX - 1:1)
                 TO WS-GRENZ-ZEICHEN
             PERFORM T120-PRUEFE-GRENZE
         END-IF.
         IF STELLE-PASST
             AND WS-SUCH-INDEX + WS-MUSTER-LAENGE
                 NOT > WS-TEIL-LAENGE
             MOVE WS-TEIL-ZEILE(WS-SUCH-INDEX + WS-MUSTER-LAENGE:1)
                 TO WS-GRENZ-ZEICHEN
             PERFORM T120-PRUEFE-GRENZE
         END-IF.
         IF STELLE-PASST
             SET MUSTER-GEFUNDEN TO TRUE
             MOVE WS-SUCH-INDEX TO WS-TEIL-POS
         END-IF.

       T110-PRUEFE-MUSTER-ZEICHEN.
         COMPUTE WS-MUSTER-POS =
             WS-SUCH-INDEX + WS-MUSTER-INDEX - 1.
         MOVE WS-MUSTER(WS-MUSTER-INDEX:1) TO WS-MUSTER-ZEICHEN.
         MOVE WS-TEIL-ZEILE(WS-MUSTER-POS:1) TO WS-SATZ-ZEICHEN.
         EVALUATE WS-MUSTER-ZEICHEN
             WHEN "9"
                 IF WS-SATZ-ZEICHEN < "0" OR WS-SATZ-ZEICHEN > "9"
                     MOVE "N" TO WS-STELLE-PASST-SCHALTER
                 END-IF
             WHEN "A"
                 IF WS-SATZ-ZEICHEN < "A" OR WS-SATZ-ZEICHEN > "Z"
                     MOVE "N" TO WS-STELLE-PASST-SCHALTER
                 END-IF
             WHEN OTHER
                 IF WS-SATZ-ZEICHEN NOT = WS-MUSTER-ZEICHEN
                     MOVE "N" TO WS-STELLE-PASST-SCHALTER
                 END-IF
         END-EVALUATE.

      * Die PLZ darf nicht mitten in einem Wort oder einer
      * laengeren Ziffernfolge stehen.
       T120-PRUEFE-GRENZE.
         IF (WS-GRENZ-ZEICHEN NOT < "0" AND NOT > "9")
             OR (WS-GRENZ-ZEICHEN NOT < "A" AND NOT > "Z")
             OR (WS-GRENZ-ZEICHEN NOT < "a" AND NOT > "z")
             MOVE "N" TO WS-STELLE-PASST-SCHALTER
         END-IF.

      * Rest ohne PLZ: ohne Komma nur ORT, sonst ORT vor dem
      * ersten Komma und STAAT dahinter.
       T300-TEILE-ORT-UND-STAAT.
         MOVE ZERO TO WS-KOMMA-ANZAHL.
         INSPECT WS-REST TALLYING WS-KOMMA-ANZAHL FOR ALL ",".
         IF WS-KOMMA-ANZAHL = ZERO
             MOVE WS-REST TO WS-TEIL-ORT
         ELSE
             IF WS-KOMMA-ANZAHL > 1
                 MOVE "mehr als ein Komma" TO WS-NEUER-GRUND
                 PERFORM T900-MERKE-GRUND
             END-IF
             MOVE ZERO TO WS-KOMMA-POS
             INSPECT WS-REST TALLYING WS-KOMMA-POS
                 FOR CHARACTERS BEFORE INITIAL ","
             MOVE SPACES TO WS-STAAT-TEXT
             IF WS-KOMMA-POS > ZERO
                 MOVE WS-REST(1:WS-KOMMA-POS) TO WS-TEIL-ORT
             END-IF
             MOVE WS-REST(WS-KOMMA-POS + 2:) TO WS-STAAT-TEXT
             MOVE FUNCTION TRIM(WS-STAAT-TEXT) TO WS-STAAT-TEXT
             IF WS-STAAT-TEXT(21:) NOT = SPACES
                 MOVE "Staat laenger als 20 Stellen"
                     TO WS-NEUER-GRUND
                 PERFORM T900-MERKE-GRUND
             END-IF
             MOVE WS-STAAT-TEXT TO WS-TEIL-STAAT
         END-IF.
         IF WS-TEIL-ORT = SPACES
             MOVE "kein Ortsname" TO WS-NEUER-GRUND
             PERFORM T900-MERKE-GRUND
         END-IF.

       T900-MERKE-GRUND.
         IF WS-TEIL-GRUND = SPACES
             MOVE WS-NEUER-GRUND TO WS-TEIL-GRUND
         END-IF.

      * Umschlag des Masters: Kopf pruefen (Kennung ADRMAST) und
      * den neuen Kopf mit Kennung und Generation des alten
      * schreiben.
       U100-PRUEFE-MASTERKOPF.
         SET MAS-KOPF-GEPRUEFT TO TRUE.
         MOVE ALT-MASTER-SATZ(1:80) TO MAS-UMS-SATZBILD.
         MOVE "PRUEFKOPF" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         IF MAS-UMS-STATUS NOT = "00"
             DISPLAY "ADRUMBAU: Umschlag-Kopfsatz fehlt oder passt "
                 "nicht in ADDRESS-MASTER.DAT (Status "
                 MAS-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ADRMAST" TO NEU-UMS-KENNUNG.
         MOVE "adrumbau" TO NEU-UMS-PROGRAMM.
         MOVE MAS-UMS-GENERATION TO NEU-UMS-GENERATION.
         MOVE "ANFANG" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE "KOPF" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE NEU-UMS-SATZBILD TO NEU-MASTER-SATZ.
         PERFORM B500-SCHREIBE-NEUMASTER.

       U150-PRUEFE-MASTERENDE.
         SET MAS-ENDESATZ-GESEHEN TO TRUE.
         MOVE ALT-MASTER-SATZ(1:80) TO MAS-UMS-SATZBILD.
         MOVE "PRUEFENDE" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         IF MAS-UMS-STATUS NOT = "00"
             DISPLAY "ADRUMBAU: Umschlag-Endesatz weicht ab in "
                 "ADDRESS-MASTER.DAT (Status " MAS-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ENDE" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE NEU-UMS-SATZBILD TO NEU-MASTER-SATZ.
         PERFORM B500-SCHREIBE-NEUMASTER.

       U300-PRUEFE-TRANSKOPF.
         SET TRA-KOPF-GEPRUEFT TO TRUE.
         MOVE ALT-TRANS-SATZ(1:80) TO TRA-UMS-SATZBILD.
         MOVE "PRUEFKOPF" TO TRA-UMS-FUNKTION.
         CALL "umschlag" USING TRA-UMS-UMSCHLAG.
         IF TRA-UMS-STATUS NOT = "00"
             DISPLAY "ADRUMBAU: Umschlag-Kopfsatz fehlt oder passt "
                 "nicht in ADRTRANS.DAT (Status "
                 TRA-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ADRTRANS" TO NTR-UMS-KENNUNG.
         MOVE TRA-UMS-PROGRAMM TO NTR-UMS-PROGRAMM.
         MOVE TRA-UMS-GENERATION TO NTR-UMS-GENERATION.
         MOVE "ANFANG" TO NTR-UMS-FUNKTION.
         CALL "umschlag" USING NTR-UMS-UMSCHLAG.
         MOVE TRA-UMS-LAUFDATUM TO NTR-UMS-LAUFDATUM.
         MOVE "KOPF" TO NTR-UMS-FUNKTION.
         CALL "umschlag" USING NTR-UMS-UMSCHLAG.
         MOVE NTR-UMS-SATZBILD TO NEU-TRANSAKTION.
         PERFORM D400-SCHREIBE-NEUTRANS.

       U350-PRUEFE-TRANSENDE.
         SET TRA-ENDESATZ-GESEHEN TO TRUE.
         MOVE ALT-TRANS-SATZ(1:80) TO TRA-UMS-SATZBILD.
         MOVE "PRUEFENDE" TO TRA-UMS-FUNKTION.
         CALL "umschlag" USING TRA-UMS-UMSCHLAG.
         IF TRA-UMS-STATUS NOT = "00"
             DISPLAY "ADRUMBAU: Umschlag-Endesatz weicht ab in "
                 "ADRTRANS.DAT (Status " TRA-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ENDE" TO NTR-UMS-FUNKTION.
         CALL "umschlag" USING NTR-UMS-UMSCHLAG.
         MOVE NTR-UMS-SATZBILD TO NEU-TRANSAKTION.
         PERFORM D400-SCHREIBE-NEUTRANS.

      * Alle Dateien sind fehlerfrei umgestellt: Originale nach
      * <DATEI>.V170 sichern, Umstellungen an ihre Stelle.
       Z000-ERSETZE-DATEIEN.
         MOVE "ADDRESS-MASTER" TO WS-DATEISTAMM.
         PERFORM Z100-ERSETZE-DATEI.
         IF HISTORIE-VORHANDEN
             MOVE "ADRHIST" TO WS-DATEISTAMM
             PERFORM Z100-ERSETZE-DATEI
         END-IF.
         IF TRANSAKTIONEN-VORHANDEN
             MOVE "ADRTRANS" TO WS-DATEISTAMM
             PERFORM Z100-ERSETZE-DATEI
         END-IF.

       Z100-ERSETZE-DATEI.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "cp " FUNCTION TRIM(WS-DATEISTAMM) ".DAT "
             FUNCTION TRIM(WS-DATEISTAMM) ".V170 && mv "
             FUNCTION TRIM(WS-DATEISTAMM) ".UMB "
             FUNCTION TRIM(WS-DATEISTAMM) ".DAT"
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             DISPLAY "ADRUMBAU: " FUNCTION TRIM(WS-SYSTEMKOMMANDO)
                 " fehlgeschlagen (RC " WS-KOMMANDO-RC ")"
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING FUNCTION TRIM(WS-DATEISTAMM) ".DAT umgestellt, "
             "Original in " FUNCTION TRIM(WS-DATEISTAMM) ".V170"
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Die indizierte Fassung traegt noch das alte Satzbild; sie
      * wird aus dem umgestellten Master neu geladen.
       Z500-LADE-INDEX-NEU.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         MOVE "test -f ADDRESS-MASTER.IDX" TO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             EXIT PARAGRAPH
         END-IF.
         SET INDEX-VORHANDEN TO TRUE.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         MOVE "./adrladen ADDRESS-MASTER.DAT" TO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC = ZERO
             MOVE "ADDRESS-MASTER.IDX mit adrladen neu geladen"
                 TO WS-BERICHTZEILE
         ELSE
             STRING "ADDRESS-MASTER.IDX: Neuladen fehlgeschlagen, "
                 "adrladen von Hand wiederholen"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         END-IF.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Herkunftsprotokoll: der umgestellte Master und die
      * umgestellten Transaktionen (beide unter ihrem alten Namen)
      * mit ihrer alten Fassung.
       Z900-MELDE-HERKUNFT.
         MOVE "adrumbau" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-MASTER.DAT" TO HKF-DATEI.
         MOVE MAS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE "LAND.TAB" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-MASTER.DAT" TO HKF-DATEI.
         MOVE NEU-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF TRANSAKTIONEN-VORHANDEN
             MOVE "LEEREN" TO HKF-FUNKTION
             CALL "herkunft" USING HKF-BLOCK
             MOVE "EINGABE" TO HKF-FUNKTION
             MOVE "ADRTRANS.DAT" TO HKF-DATEI
             MOVE TRA-UMS-UMSCHLAG TO HKF-UMSCHLAG
             CALL "herkunft" USING HKF-BLOCK
             MOVE "AUSGABE" TO HKF-FUNKTION
             MOVE NTR-UMS-UMSCHLAG TO HKF-UMSCHLAG
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADRUMBAU: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM adrumbau.

      * vim:ai sw=4 sts=4 expandtab
