      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Woechentlicher Lagerbericht fuer Etiketten und Papier
      * (siehe lager.cpy): je Sorte aus LAGER.TAB der Bestand,
      * der Meldebestand, der Verbrauch der letzten sieben Tage,
      * die Reichweite in Wochen bei gleichem Verbrauch und die
      * Tage der letzten Inventur und des letzten Wareneingangs.
      * Sorten unter dem Meldebestand werden mit ** NACHBESTELLEN
      * markiert und beenden den Lauf mit RETURN-CODE 4, damit
      * die Bestellung nicht erst beim leeren Lager auffaellt.
      * Bericht auf die Konsole und nach LAGER.RPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lagerber.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BERICHT-DATEI
           ASSIGN TO "LAGER.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HEUTE                    PIC X(08).
       01 WS-SORTEN-INDEX             PIC 9(04)   COMP VALUE ZERO.
       01 WS-NACHBESTELL-ZAEHLER      PIC 9(04)   COMP VALUE ZERO.
       01 WS-REICHWEITE               PIC 9(05)   COMP VALUE ZERO.
       01 WS-DATUM-EINGABE            PIC X(08).
       01 WS-DATUM-ANZEIGE            PIC X(10).

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-KOPFZEILE.
          05 FILLER                   PIC X(13)   VALUE "SORTE".
          05 FILLER                   PIC X(10)   VALUE
             "   BESTAND".
          05 FILLER                   PIC X(10)   VALUE
             "   MELDEB.".
          05 FILLER                   PIC X(10)   VALUE
             "  VERBR.7T".
          05 FILLER                   PIC X(08)   VALUE " WOCHEN".
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 FILLER                   PIC X(08)   VALUE "EINHEIT".

       01 WS-SORTENZEILE.
          05 WS-SRZ-SORTE             PIC X(12).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SRZ-BESTAND           PIC --------9.
          05 WS-SRZ-MELDEBESTAND      PIC ZZZZZZZZZ9.
          05 WS-SRZ-VERBRAUCH         PIC ZZZZZZZZZ9.
          05 WS-SRZ-REICHWEITE        PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SRZ-EINHEIT           PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SRZ-MARKE             PIC X(16).
       01 WS-REICHWEITE-ANZEIGE       PIC ZZZZZZ9.

       01 WS-ANGABENZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 WS-AGZ-BEZEICHNUNG       PIC X(40).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-AGZ-TAGE              PIC X(32).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "lager.cpy".
       COPY "laufstat.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-LAGERBERICHT.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         MOVE "lagerber" TO LAG-PROGRAMM.
         MOVE "LADEN" TO LAG-FUNKTION.
         CALL "lager" USING LAG-BLOCK.
         IF LAG-STATUS = "35"
             DISPLAY "LAGERBER: Lagertabelle LAGER.TAB fehlt"
             STOP RUN RETURNING 1
         END-IF.
         IF LAG-STATUS NOT = "00"
             DISPLAY "LAGERBER: Lager nicht verfuegbar, Status "
                 LAG-STATUS
             STOP RUN RETURNING 1
         END-IF.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open LAGER.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE WS-HEUTE TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "LAGERBER LAGERBESTAND ETIKETTEN UND PAPIER AM "
             WS-DATUM-ANZEIGE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM B000-BERICHTE-SORTE
             VARYING WS-SORTEN-INDEX FROM 1 BY 1
             UNTIL WS-SORTEN-INDEX > LAG-ANZAHL.

         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SORTEN                : " TO WS-SUM-TEXT.
         MOVE LAG-ANZAHL TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "NACHZUBESTELLEN       : " TO WS-SUM-TEXT.
         MOVE WS-NACHBESTELL-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         CLOSE BERICHT-DATEI.

         MOVE "lagerber" TO STAT-PROGRAMM.
         MOVE LAG-ANZAHL TO STAT-SAETZE-EIN.
         MOVE LAG-ANZAHL TO STAT-SAETZE-AUS.
         MOVE WS-NACHBESTELL-ZAEHLER TO STAT-ABGEWIESEN.
         IF WS-NACHBESTELL-ZAEHLER > ZERO
             MOVE 4 TO STAT-RC
             CALL "statistik" USING STAT-BLOCK
             STOP RUN RETURNING 4
         END-IF.
         MOVE 0 TO STAT-RC.
         CALL "statistik" USING STAT-BLOCK.
         STOP RUN.

       B000-BERICHTE-SORTE.
         MOVE WS-SORTEN-INDEX TO LAG-NUMMER.
         MOVE "EINTRAG" TO LAG-FUNKTION.
         CALL "lager" USING LAG-BLOCK.
         IF LAG-STATUS NOT = "00"
             DISPLAY "LAGERBER: Lager nicht verfuegbar, Status "
                 LAG-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE LAG-SORTE TO WS-SRZ-SORTE.
         MOVE LAG-BESTAND TO WS-SRZ-BESTAND.
         MOVE LAG-MELDEBESTAND TO WS-SRZ-MELDEBESTAND.
         MOVE LAG-VERBRAUCH-WOCHE TO WS-SRZ-VERBRAUCH.
         MOVE LAG-EINHEIT TO WS-SRZ-EINHEIT.
      * Reichweite: wie viele Wochen der Bestand beim Verbrauch
      * der letzten sieben Tage noch traegt.
         IF LAG-VERBRAUCH-WOCHE = ZERO OR LAG-BESTAND NOT > ZERO
             MOVE "       -" TO WS-SRZ-REICHWEITE
         ELSE
             COMPUTE WS-REICHWEITE =
                 LAG-BESTAND / LAG-VERBRAUCH-WOCHE
             MOVE WS-REICHWEITE TO WS-REICHWEITE-ANZEIGE
             MOVE SPACES TO WS-SRZ-REICHWEITE
             MOVE WS-REICHWEITE-ANZEIGE TO WS-SRZ-REICHWEITE(2:7)
         END-IF.
         IF LAG-BESTAND < LAG-MELDEBESTAND
             ADD 1 TO WS-NACHBESTELL-ZAEHLER
             MOVE "** NACHBESTELLEN" TO WS-SRZ-MARKE
         ELSE
             MOVE SPACES TO WS-SRZ-MARKE
         END-IF.
         MOVE WS-SORTENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE LAG-BEZEICHNUNG TO WS-AGZ-BEZEICHNUNG.
         MOVE SPACES TO WS-AGZ-TAGE.
         IF LAG-INVENTUR-TAG NOT = SPACES
             MOVE LAG-INVENTUR-TAG TO WS-DATUM-EINGABE
             PERFORM G200-FORMATIERE-DATUM
             STRING "INV " WS-DATUM-ANZEIGE
                 DELIMITED BY SIZE INTO WS-AGZ-TAGE(1:15)
         END-IF.
         IF LAG-ZUGANG-TAG NOT = SPACES
             MOVE LAG-ZUGANG-TAG TO WS-DATUM-EINGABE
             PERFORM G200-FORMATIERE-DATUM
             STRING "ZUG " WS-DATUM-ANZEIGE
                 DELIMITED BY SIZE INTO WS-AGZ-TAGE(17:15)
         END-IF.
         MOVE WS-ANGABENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G000-SCHREIBE-BERICHTZEILE.
         DISPLAY FUNCTION TRIM(WS-BERICHTZEILE TRAILING).
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing LAGER.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G200-FORMATIERE-DATUM.
         MOVE SPACES TO WS-DATUM-ANZEIGE.
         STRING WS-DATUM-EINGABE(7:2) "."
             WS-DATUM-EINGABE(5:2) "."
             WS-DATUM-EINGABE(1:4)
             DELIMITED BY SIZE INTO WS-DATUM-ANZEIGE.

       END PROGRAM lagerber.

      * vim:ai sw=4 sts=4 expandtab
