      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Herkunftsprotokoll: beschwert sich eine Abteilung ueber ein
      * gedrucktes Etikett oder fragt die Revision nach einer
      * maskierten Datei, musste bisher von Hand aus Kopfsaetzen,
      * GENKATALOG.DAT, BATCHLAUF.HIS, LAUFSTAT.DAT und
      * KAMPAGNE.DAT zusammengesucht werden, welcher Master,
      * welche Kriterien, welcher Schluessel und welcher
      * batchctl-Lauf sie erzeugt haben. Dieses Unterprogramm
      * merkt sich die Eingaben eines Programmlaufs und schreibt
      * je Ausgabe unter Umschlag einen Vorgang nach HERKUNFT.LOG;
      * herkausk setzt die Kette daraus rueckwaerts zusammen.
      * Parameter, Satzbild und Status siehe herkunft.cpy.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. herkunft.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HERKUNFT-DATEI
           ASSIGN TO "HERKUNFT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS HERKUNFT-STATUS.

      * HERKEIN ist ein logischer Dateiname fuer die Eingabe ohne
      * angemeldeten Umschlag (Funktion DATEI).
           SELECT PRUEF-DATEI
           ASSIGN TO "HERKEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PRUEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HERKUNFT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 HERKUNFT-SATZ            PIC X(200).

       FD PRUEF-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PRUEF-SATZ               PIC X(2048).

       WORKING-STORAGE SECTION.
      * Bleibt ueber die Aufrufe eines Programmlaufs erhalten.
       01 WS-VORGANG                  PIC X(16)   VALUE SPACES.
       01 WS-BATCHLAUF                PIC X(16)   VALUE SPACES.
       01 WS-SCHRITT                  PIC X(20)   VALUE SPACES.

       01 WS-EINGABE-TABELLE.
          05 WS-EINGABE-EINTRAG       OCCURS 50 TIMES.
             10 WS-EG-ART             PIC X(01).
             10 WS-EG-DATEI           PIC X(60).
             10 WS-EG-KENNUNG         PIC X(08).
             10 WS-EG-ERZEUGER        PIC X(08).
             10 WS-EG-LAUFDATUM       PIC 9(08).
             10 WS-EG-GENERATION      PIC 9(04).
             10 WS-EG-SAETZE          PIC 9(12).
             10 WS-EG-HASHSUMME       PIC 9(10).
       01 WS-EINGABE-ANZAHL           PIC 9(02)   COMP VALUE ZERO.
       01 WS-EINGABE-MAXIMUM          PIC 9(02)   COMP VALUE 50.
       01 WS-EINGABE-INDEX            PIC 9(02)   COMP VALUE ZERO.

       01 WS-PRUEF-SCHALTER           PIC X(01).
          88 ENDE-DER-PRUEFDATEI                  VALUE "J".
       01 WS-UMSCHLAG-SCHALTER        PIC X(01).
          88 UMSCHLAG-GEFUNDEN                    VALUE "J".
          88 UMSCHLAG-FEHLERHAFT                  VALUE "F".

      * Eine Protokollzeile.
       01 WS-ZEILE.
          05 WS-ZL-ROLLE              PIC X(01).
          05 WS-ZL-ART                PIC X(01).
          05 WS-ZL-DATEI              PIC X(60).
          05 WS-ZL-KENNUNG            PIC X(08).
          05 WS-ZL-ERZEUGER           PIC X(08).
          05 WS-ZL-LAUFDATUM          PIC 9(08).
          05 WS-ZL-GENERATION         PIC 9(04).
          05 WS-ZL-SAETZE             PIC 9(12).
          05 WS-ZL-HASHSUMME          PIC 9(10).

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==HERKUNFT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==HERKUNFT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==HERKUNFT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==HERKUNFT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==HERKUNFT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==PRUEF-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==PRUEF-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==PRUEF-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==PRUEF-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PRUEF-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==EIN-UMS==.

       COPY "drpruef.cpy".
       COPY "schluessel.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "herkunft.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING HKF-BLOCK.
       A000-PROTOKOLLIERE-HERKUNFT.
         MOVE "00" TO HKF-STATUS.
         IF WS-VORGANG = SPACES
             PERFORM A100-STEMPLE-VORGANG
         END-IF.
         EVALUATE HKF-FUNKTION
             WHEN "EINGABE"
                 PERFORM E000-MERKE-UMSCHLAGDATEI
             WHEN "DATEI"
                 PERFORM E100-MERKE-DATEI
             WHEN "SCHLUESSEL"
                 PERFORM E200-MERKE-SCHLUESSEL
             WHEN "AUSGABE"
                 PERFORM W000-SCHREIBE-VORGANG
             WHEN "LEEREN"
                 MOVE ZERO TO WS-EINGABE-ANZAHL
             WHEN OTHER
                 MOVE "99" TO HKF-STATUS
         END-EVALUATE.
         EXIT PROGRAM.

       A100-STEMPLE-VORGANG.
         MOVE FUNCTION CURRENT-DATE(1:16) TO WS-VORGANG.
         ACCEPT WS-BATCHLAUF FROM ENVIRONMENT "BATCHLAUF".
         ACCEPT WS-SCHRITT FROM ENVIRONMENT "BATCHSCHRITT".
         IF WS-BATCHLAUF = SPACES
             MOVE "-" TO WS-BATCHLAUF
         END-IF.
         IF WS-SCHRITT = SPACES
             MOVE "-" TO WS-SCHRITT
         END-IF.

       E000-MERKE-UMSCHLAGDATEI.
         PERFORM E900-NEUER-EINTRAG.
         IF HKF-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         MOVE "U" TO WS-EG-ART(WS-EINGABE-ANZAHL).
         MOVE HKF-UMS-KENNUNG TO WS-EG-KENNUNG(WS-EINGABE-ANZAHL).
         MOVE HKF-UMS-PROGRAMM TO WS-EG-ERZEUGER(WS-EINGABE-ANZAHL).
         MOVE HKF-UMS-LAUFDATUM
             TO WS-EG-LAUFDATUM(WS-EINGABE-ANZAHL).
         MOVE HKF-UMS-GENERATION
             TO WS-EG-GENERATION(WS-EINGABE-ANZAHL).
         MOVE HKF-UMS-SATZANZAHL TO WS-EG-SAETZE(WS-EINGABE-ANZAHL).
         MOVE HKF-UMS-HASHSUMME
             TO WS-EG-HASHSUMME(WS-EINGABE-ANZAHL).

      * Datei ohne angemeldeten Umschlag: traegt eine Zeilendatei
      * doch einen stimmigen Umschlag (etwa ein Master, den ein
      * Unterprogramm liest), zaehlt sie als Eingabe unter
      * Umschlag, damit die Kette nicht abreisst. Sonst ermittelt
      * drpruef Satzanzahl und Hashsumme (binaer: Bytezahl und
      * Pruefsumme).
       E100-MERKE-DATEI.
         PERFORM E900-NEUER-EINTRAG.
         IF HKF-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         IF HKF-DATEIART NOT = "B"
             PERFORM E150-LIES-UMSCHLAG
             IF UMSCHLAG-GEFUNDEN
                 MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG
                 SUBTRACT 1 FROM WS-EINGABE-ANZAHL
                 PERFORM E000-MERKE-UMSCHLAGDATEI
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         MOVE "D" TO WS-EG-ART(WS-EINGABE-ANZAHL).
         MOVE HKF-DATEI TO DRP-DATEI.
         IF HKF-DATEIART = "B"
             MOVE "B" TO DRP-ART
         ELSE
             MOVE "L" TO DRP-ART
         END-IF.
         CALL "drpruef" USING DRP-BLOCK.
         EVALUATE TRUE
             WHEN DRP-STATUS = "35"
                 MOVE "FEHLT" TO WS-EG-KENNUNG(WS-EINGABE-ANZAHL)
             WHEN DRP-STATUS NOT = "00"
                 MOVE "UNLESBAR" TO WS-EG-KENNUNG(WS-EINGABE-ANZAHL)
             WHEN DRP-ART = "B"
                 MOVE "BINAER" TO WS-EG-KENNUNG(WS-EINGABE-ANZAHL)
                 MOVE DRP-BYTES TO WS-EG-SAETZE(WS-EINGABE-ANZAHL)
                 MOVE DRP-CRC TO WS-EG-HASHSUMME(WS-EINGABE-ANZAHL)
             WHEN OTHER
                 MOVE "DATEI" TO WS-EG-KENNUNG(WS-EINGABE-ANZAHL)
                 MOVE DRP-SAETZE TO WS-EG-SAETZE(WS-EINGABE-ANZAHL)
                 MOVE DRP-HASHSUMME
                     TO WS-EG-HASHSUMME(WS-EINGABE-ANZAHL)
         END-EVALUATE.

       E150-LIES-UMSCHLAG.
         MOVE "N" TO WS-UMSCHLAG-SCHALTER WS-PRUEF-SCHALTER.
         SET ENVIRONMENT "HERKEIN" TO FUNCTION TRIM(HKF-DATEI).
         OPEN INPUT PRUEF-DATEI.
         IF NOT PRUEF-STATUS-OK
             EXIT PARAGRAPH
         END-IF.
         PERFORM E160-LIES-ZEILE.
         IF ENDE-DER-PRUEFDATEI OR PRUEF-SATZ(1:2) NOT = "UK"
             CLOSE PRUEF-DATEI
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO EIN-UMS-KENNUNG.
         MOVE "ANFANG" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         MOVE PRUEF-SATZ(1:80) TO EIN-UMS-SATZBILD.
         MOVE "PRUEFKOPF" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         IF EIN-UMS-STATUS NOT = "00"
             CLOSE PRUEF-DATEI
             EXIT PARAGRAPH
         END-IF.
         PERFORM E160-LIES-ZEILE.
         PERFORM E170-SUMMIERE-ZEILE
             UNTIL ENDE-DER-PRUEFDATEI.
         CLOSE PRUEF-DATEI.

       E160-LIES-ZEILE.
         READ PRUEF-DATEI
             AT END SET ENDE-DER-PRUEFDATEI TO TRUE.
         IF PRUEF-STATUS-1 NOT = "0" AND NOT PRUEF-STATUS-ENDE
             SET UMSCHLAG-FEHLERHAFT TO TRUE
             SET ENDE-DER-PRUEFDATEI TO TRUE
         END-IF.

      * Nach dem Endesatz wird nicht weitergelesen.
       E170-SUMMIERE-ZEILE.
         IF PRUEF-SATZ(1:2) = "UE"
             MOVE PRUEF-SATZ(1:80) TO EIN-UMS-SATZBILD
             MOVE "PRUEFENDE" TO EIN-UMS-FUNKTION
             CALL "umschlag" USING EIN-UMS-UMSCHLAG
             IF EIN-UMS-STATUS = "00" AND NOT UMSCHLAG-FEHLERHAFT
                 SET UMSCHLAG-GEFUNDEN TO TRUE
             END-IF
             SET ENDE-DER-PRUEFDATEI TO TRUE
         ELSE
             MOVE PRUEF-SATZ TO EIN-UMS-PUFFER
             MOVE "SUMME" TO EIN-UMS-FUNKTION
             CALL "umschlag" USING EIN-UMS-UMSCHLAG
             PERFORM E160-LIES-ZEILE
         END-IF.

       E200-MERKE-SCHLUESSEL.
         PERFORM E900-NEUER-EINTRAG.
         IF HKF-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         MOVE "S" TO WS-EG-ART(WS-EINGABE-ANZAHL).
         MOVE "SCHLUESSEL.DAT" TO WS-EG-DATEI(WS-EINGABE-ANZAHL).
         IF HKF-UMS-KENNUNG NOT = SPACES
             MOVE HKF-UMS-KENNUNG TO WS-EG-KENNUNG(WS-EINGABE-ANZAHL)
             EXIT PARAGRAPH
         END-IF.
         CALL "schluessel" USING SCHL-BLOCK.
         IF SCHL-STATUS = "00"
             MOVE SCHL-KENNUNG TO WS-EG-KENNUNG(WS-EINGABE-ANZAHL)
             MOVE SCHL-GUELTIG-AB
                 TO WS-EG-LAUFDATUM(WS-EINGABE-ANZAHL)
         ELSE
             MOVE "STANDARD" TO WS-EG-KENNUNG(WS-EINGABE-ANZAHL)
         END-IF.

       E900-NEUER-EINTRAG.
         IF WS-EINGABE-ANZAHL NOT LESS THAN WS-EINGABE-MAXIMUM
             MOVE "98" TO HKF-STATUS
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-EINGABE-ANZAHL.
         MOVE HKF-DATEI TO WS-EG-DATEI(WS-EINGABE-ANZAHL).
         MOVE SPACES TO WS-EG-KENNUNG(WS-EINGABE-ANZAHL)
             WS-EG-ERZEUGER(WS-EINGABE-ANZAHL).
         MOVE ZERO TO WS-EG-LAUFDATUM(WS-EINGABE-ANZAHL)
             WS-EG-GENERATION(WS-EINGABE-ANZAHL)
             WS-EG-SAETZE(WS-EINGABE-ANZAHL)
             WS-EG-HASHSUMME(WS-EINGABE-ANZAHL).

      * Ausgabezeile, dann je vorgemerkte Eingabe eine Zeile.
       W000-SCHREIBE-VORGANG.
         OPEN EXTEND HERKUNFT-DATEI.
         IF HERKUNFT-STATUS = "35"
             OPEN OUTPUT HERKUNFT-DATEI
         END-IF.
         IF NOT HERKUNFT-STATUS-OK
             MOVE HERKUNFT-STATUS TO HKF-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE "A" TO WS-ZL-ROLLE.
         MOVE "U" TO WS-ZL-ART.
         MOVE HKF-DATEI TO WS-ZL-DATEI.
         MOVE HKF-UMS-KENNUNG TO WS-ZL-KENNUNG.
         MOVE HKF-PROGRAMM TO WS-ZL-ERZEUGER.
         MOVE HKF-UMS-LAUFDATUM TO WS-ZL-LAUFDATUM.
         MOVE HKF-UMS-GENERATION TO WS-ZL-GENERATION.
         MOVE HKF-UMS-SATZANZAHL TO WS-ZL-SAETZE.
         MOVE HKF-UMS-HASHSUMME TO WS-ZL-HASHSUMME.
         PERFORM W200-SCHREIBE-ZEILE.
         PERFORM W100-SCHREIBE-EINGABE
             VARYING WS-EINGABE-INDEX FROM 1 BY 1
             UNTIL WS-EINGABE-INDEX > WS-EINGABE-ANZAHL.
         CLOSE HERKUNFT-DATEI.

       W100-SCHREIBE-EINGABE.
         MOVE "E" TO WS-ZL-ROLLE.
         MOVE WS-EG-ART(WS-EINGABE-INDEX) TO WS-ZL-ART.
         MOVE WS-EG-DATEI(WS-EINGABE-INDEX) TO WS-ZL-DATEI.
         MOVE WS-EG-KENNUNG(WS-EINGABE-INDEX) TO WS-ZL-KENNUNG.
         MOVE WS-EG-ERZEUGER(WS-EINGABE-INDEX) TO WS-ZL-ERZEUGER.
         MOVE WS-EG-LAUFDATUM(WS-EINGABE-INDEX) TO WS-ZL-LAUFDATUM.
         MOVE WS-EG-GENERATION(WS-EINGABE-INDEX)
             TO WS-ZL-GENERATION.
         MOVE WS-EG-SAETZE(WS-EINGABE-INDEX) TO WS-ZL-SAETZE.
         MOVE WS-EG-HASHSUMME(WS-EINGABE-INDEX) TO WS-ZL-HASHSUMME.
         PERFORM W200-SCHREIBE-ZEILE.

       W200-SCHREIBE-ZEILE.
         MOVE SPACES TO HERKUNFT-SATZ.
         STRING WS-VORGANG ";" WS-ZL-ROLLE ";" WS-ZL-ART ";"
             FUNCTION TRIM(WS-ZL-DATEI) ";"
             FUNCTION TRIM(WS-ZL-KENNUNG) ";"
             FUNCTION TRIM(WS-ZL-ERZEUGER) ";"
             WS-ZL-LAUFDATUM ";" WS-ZL-GENERATION ";"
             WS-ZL-SAETZE ";" WS-ZL-HASHSUMME ";"
             FUNCTION TRIM(HKF-PROGRAMM) ";"
             FUNCTION TRIM(WS-BATCHLAUF) ";"
             FUNCTION TRIM(WS-SCHRITT)
             DELIMITED BY SIZE INTO HERKUNFT-SATZ.
         WRITE HERKUNFT-SATZ.
         IF NOT HERKUNFT-STATUS-OK
             MOVE HERKUNFT-STATUS TO HKF-STATUS
         END-IF.

       END PROGRAM herkunft.

      * vim:ai sw=4 sts=4 expandtab
