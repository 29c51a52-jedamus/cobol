      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Ruecksicherung aus einem Buendel der Notfallsicherung
      * (drsich):
      *     drzurueck [QUELLE=<buendel>] [ZIEL=<verzeichnis>]
      *               [DATEI=<datei> ...]
      *     drzurueck TEST [QUELLE=<buendel>]
      * Ohne QUELLE= gilt das juengste Buendel laut DRSICH.LOG im
      * Zielverzeichnis aus DRSICH.TAB; nach dem Verlust der Platte
      * wird das Buendel mit QUELLE= ausdruecklich genannt. Ohne
      * DATEI= wird alles zurueckgelegt, sonst nur die genannten
      * Dateien (hoechstens zehn je Aufruf); ZIEL= ist
      * vorbesetzt mit dem Arbeitsverzeichnis.
      * Vor dem Zuruecklegen wird das Manifest geprueft: sein
      * Umschlag (Kennung DRMANIF) muss stimmen, und jede
      * zurueckzulegende Datei im Buendel muss Satzanzahl,
      * Hashsumme, Bytezahl und Pruefsumme des Manifests
      * (drpruef) haben. Stimmt auch nur eine nicht, wird nichts
      * zurueckgelegt. Danach wird jede Datei kopiert - eine
      * vorhandene Datei bleibt als <datei>.BAK erhalten - und
      * die zurueckgelegte Datei noch einmal gegen das Manifest
      * geprueft. Ins Arbeitsverzeichnis wird nur zurueckgelegt,
      * wenn weder der Nachtlauf (BATCH.SPR) noch eine
      * Dialogsitzung (MASKE.SPR) laeuft; drzurueck haelt dabei
      * selbst die Laufsperre.
      * TEST ist die monatliche Ruecksicherungsprobe: das ganze
      * Buendel wird in das Pruefverzeichnis DRTEST zurueckgelegt
      * und dort geprueft; ist alles lesbar und gleich, wird
      * DRTEST wieder entfernt, sonst bleibt es zur Ansicht
      * stehen. Die Betriebsdateien werden dabei nicht
      * angefasst.
      * Bericht DRZURUECK.RPT; RETURN-CODE 8, wenn das Buendel
      * nicht in Ordnung ist oder eine Datei nicht zurueckgelegt
      * werden konnte.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. drzurueck.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UMFANG-DATEI
           ASSIGN TO "DRSICH.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS UMFANG-STATUS.

      * DRMANIF und DRLOG sind logische Dateinamen; sie werden vor
      * dem OPEN per SET ENVIRONMENT auf das Manifest im Buendel
      * bzw. auf DRSICH.LOG im Zielverzeichnis abgebildet.
           SELECT MANIFEST-DATEI
           ASSIGN TO "DRMANIF"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS MANIFEST-STATUS.

           SELECT SICHLOG-DATEI
           ASSIGN TO "DRLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS SICHLOG-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "DRZURUECK.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD UMFANG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 UMFANG-SATZ              PIC X(80).

       FD MANIFEST-DATEI
          LABEL RECORDS ARE OMITTED.
           01 MANIFEST-SATZ            PIC X(120).

       FD SICHLOG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 SICHLOG-SATZ             PIC X(120).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(400).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(80) OCCURS 12 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.

       01 WS-TEST-SCHALTER            PIC X(01)   VALUE "N".
          88 RUECKSICHERUNGSPROBE                 VALUE "J".
       01 WS-QUELLE                   PIC X(100)  VALUE SPACES.
       01 WS-ZIEL                     PIC X(100)  VALUE SPACES.
       01 WS-SICH-ZIEL                PIC X(60)   VALUE SPACES.

      * Auf der Kommandozeile genannte Dateien.
       01 WS-AUSWAHL-TABELLE.
          05 WS-AUSWAHL-NAME          PIC X(60) OCCURS 10 TIMES.
       01 WS-AUSWAHL-ANZAHL           PIC 9(02)   COMP VALUE ZERO.
       01 WS-AUSWAHL-INDEX            PIC 9(02)   COMP VALUE ZERO.

       01 WS-UMFANG-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-UMFANGS                     VALUE "J".
       01 WS-MANIFEST-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DES-MANIFESTS                   VALUE "J".
       01 WS-SICHLOG-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-SICHLOGS                    VALUE "J".
       01 WS-KOPF-SCHALTER            PIC X(01)   VALUE "N".
          88 KOPF-GEPRUEFT                        VALUE "J".
       01 WS-ENDESATZ-SCHALTER        PIC X(01)   VALUE "N".
          88 ENDESATZ-GESEHEN                     VALUE "J".
       01 WS-FEHLER-SCHALTER          PIC X(01)   VALUE "N".
          88 LAUF-FEHLERHAFT                      VALUE "J".
       01 WS-SPERRE-SCHALTER          PIC X(01)   VALUE "N".
          88 SPERRE-SELBST-GESETZT                VALUE "J".
       01 WS-GEFUNDEN-SCHALTER        PIC X(01)   VALUE "N".
          88 DATEI-GEFUNDEN                       VALUE "J".
       01 WS-ANGELEGT-SCHALTER        PIC X(01)   VALUE "N".
          88 ZIEL-ANGELEGT                        VALUE "J".

      * VALUE SPACES ist hier Pflicht (siehe oben).
       01 WS-MAN-FELDER.
          05 WS-MAN-DATEI             PIC X(60)   VALUE SPACES.
          05 WS-MAN-ART               PIC X(01)   VALUE SPACES.
          05 WS-MAN-SAETZE            PIC X(09)   VALUE SPACES.
          05 WS-MAN-HASHSUMME         PIC X(09)   VALUE SPACES.
          05 WS-MAN-BYTES             PIC X(12)   VALUE SPACES.
          05 WS-MAN-CRC               PIC X(10)   VALUE SPACES.
       01 WS-FELD-1                   PIC X(60)   VALUE SPACES.
       01 WS-FELD-2                   PIC X(60)   VALUE SPACES.
       01 WS-LETZTES-BUENDEL          PIC X(30)   VALUE SPACES.

      * Das Manifest des Buendels.
       01 WS-MANIFEST-TABELLE.
          05 WS-MANIFEST-EINTRAG      OCCURS 2000 TIMES.
             10 WS-MT-NAME            PIC X(60).
             10 WS-MT-ART             PIC X(01).
             10 WS-MT-SAETZE          PIC 9(09).
             10 WS-MT-HASHSUMME       PIC 9(09).
             10 WS-MT-BYTES           PIC 9(12).
             10 WS-MT-CRC             PIC 9(10).
             10 WS-MT-AUSGEWAEHLT     PIC X(01).
       01 WS-MANIFEST-ANZAHL          PIC 9(04)   COMP VALUE ZERO.
       01 WS-MANIFEST-MAXIMUM         PIC 9(04)   COMP VALUE 2000.
       01 WS-MANIFEST-INDEX           PIC 9(04)   COMP VALUE ZERO.

       01 WS-GEPRUEFT-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-ZURUECK-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-FEHLER-ZAEHLER           PIC 9(05)   COMP VALUE ZERO.
       01 WS-ANZEIGE-ANZAHL           PIC 9(05).

       01 WS-DATEI-PFAD               PIC X(170)  VALUE SPACES.
       01 WS-ZIEL-PFAD                PIC X(170)  VALUE SPACES.
       01 WS-DATEIZEILE.
          05 WS-DTZ-NAME              PIC X(40).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-DTZ-ART               PIC X(03).
          05 WS-DTZ-SAETZE            PIC Z(08)9.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-DTZ-BYTES             PIC Z(11)9.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-DTZ-ERGEBNIS          PIC X(50).
       01 WS-ANZAHLZEILE.
          05 WS-ANZ-TEXT              PIC X(32).
          05 WS-ANZ-ANZAHL            PIC Z(06)9.
       01 WS-BERICHTZEILE             PIC X(132).
       01 WS-SYSTEMKOMMANDO           PIC X(400).
       01 WS-KOMMANDO-RC              PIC S9(09)  COMP.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==UMFANG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==UMFANG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==UMFANG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==UMFANG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==UMFANG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==MANIFEST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==MANIFEST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==MANIFEST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==MANIFEST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==MANIFEST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==SICHLOG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==SICHLOG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==SICHLOG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==SICHLOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==SICHLOG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==MAN-UMS==.
       COPY "drpruef.cpy".
       COPY "sperre.cpy".
       COPY "laufstat.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-RUECKSICHERUNG.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3) WS-WORT(4)
                  WS-WORT(5) WS-WORT(6) WS-WORT(7) WS-WORT(8)
                  WS-WORT(9) WS-WORT(10) WS-WORT(11) WS-WORT(12)
         END-UNSTRING.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 12.
         IF RUECKSICHERUNGSPROBE
             IF WS-ZIEL NOT = SPACES OR WS-AUSWAHL-ANZAHL > ZERO
                 PERFORM A900-ZEIGE-AUFRUF
             END-IF
             MOVE "DRTEST" TO WS-ZIEL
         END-IF.
         IF WS-ZIEL = SPACES
             MOVE "." TO WS-ZIEL
         END-IF.
         IF WS-QUELLE = SPACES
             PERFORM B000-SUCHE-JUENGSTES-BUENDEL
         END-IF.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open DRZURUECK.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 8
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         IF RUECKSICHERUNGSPROBE
             STRING "DRZURUECK RUECKSICHERUNGSPROBE AUS "
                 FUNCTION TRIM(WS-QUELLE) " NACH "
                 FUNCTION TRIM(WS-ZIEL)
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         ELSE
             STRING "DRZURUECK RUECKSICHERUNG AUS "
                 FUNCTION TRIM(WS-QUELLE) " NACH "
                 FUNCTION TRIM(WS-ZIEL)
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         END-IF.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM C000-LADE-MANIFEST.
         IF NOT LAUF-FEHLERHAFT
             PERFORM D000-WAEHLE-DATEIEN-AUS
         END-IF.
         IF NOT LAUF-FEHLERHAFT
             MOVE "PRUEFUNG DES BUENDELS" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             PERFORM G300-SCHREIBE-KOPFZEILE
             PERFORM E000-PRUEFE-BUENDELDATEI
                 VARYING WS-MANIFEST-INDEX FROM 1 BY 1
                 UNTIL WS-MANIFEST-INDEX > WS-MANIFEST-ANZAHL
             IF LAUF-FEHLERHAFT
                 MOVE SPACES TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
                 MOVE "BUENDEL NICHT IN ORDNUNG - NICHTS ZURUECKGELEGT"
                     TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
         END-IF.
         IF NOT LAUF-FEHLERHAFT
             PERFORM F000-BEREITE-ZIEL-VOR
         END-IF.
         IF NOT LAUF-FEHLERHAFT
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "ZURUECKLEGEN" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             PERFORM G300-SCHREIBE-KOPFZEILE
             PERFORM H000-LEGE-DATEI-ZURUECK
                 VARYING WS-MANIFEST-INDEX FROM 1 BY 1
                 UNTIL WS-MANIFEST-INDEX > WS-MANIFEST-ANZAHL
             PERFORM S900-LOESE-SPERRE
         END-IF.
         IF RUECKSICHERUNGSPROBE AND NOT LAUF-FEHLERHAFT
             MOVE SPACES TO WS-SYSTEMKOMMANDO
             STRING "rm -rf " FUNCTION TRIM(WS-ZIEL)
                 DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO
             CALL "SYSTEM" USING WS-SYSTEMKOMMANDO
         END-IF.

         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DATEIEN IM MANIFEST" TO WS-ANZ-TEXT.
         MOVE WS-MANIFEST-ANZAHL TO WS-ANZ-ANZAHL.
         PERFORM G100-SCHREIBE-ANZAHL.
         MOVE "IM BUENDEL GEPRUEFT" TO WS-ANZ-TEXT.
         MOVE WS-GEPRUEFT-ZAEHLER TO WS-ANZ-ANZAHL.
         PERFORM G100-SCHREIBE-ANZAHL.
         MOVE "ZURUECKGELEGT" TO WS-ANZ-TEXT.
         MOVE WS-ZURUECK-ZAEHLER TO WS-ANZ-ANZAHL.
         PERFORM G100-SCHREIBE-ANZAHL.
         MOVE "FEHLER" TO WS-ANZ-TEXT.
         MOVE WS-FEHLER-ZAEHLER TO WS-ANZ-ANZAHL.
         PERFORM G100-SCHREIBE-ANZAHL.
         IF RUECKSICHERUNGSPROBE
             MOVE SPACES TO WS-BERICHTZEILE
             EVALUATE TRUE
                 WHEN NOT LAUF-FEHLERHAFT
                     MOVE "PROBE BESTANDEN - BUENDEL IST LESBAR"
                         TO WS-BERICHTZEILE
                 WHEN ZIEL-ANGELEGT
                     STRING "PROBE FEHLGESCHLAGEN - "
                         FUNCTION TRIM(WS-ZIEL) " BLEIBT ZUR ANSICHT"
                         DELIMITED BY SIZE INTO WS-BERICHTZEILE
                 WHEN OTHER
                     MOVE "PROBE FEHLGESCHLAGEN" TO WS-BERICHTZEILE
             END-EVALUATE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         CLOSE BERICHT-DATEI.

         MOVE "drzuruec" TO STAT-PROGRAMM.
         MOVE WS-GEPRUEFT-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-ZURUECK-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE WS-FEHLER-ZAEHLER TO STAT-ABGEWIESEN.
         IF LAUF-FEHLERHAFT
             MOVE 8 TO STAT-RC
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         MOVE WS-ZURUECK-ZAEHLER TO WS-ANZEIGE-ANZAHL.
         DISPLAY "DRZURUECK: " WS-ANZEIGE-ANZAHL
             " Dateien aus " FUNCTION TRIM(WS-QUELLE)
             " zurueckgelegt (siehe DRZURUECK.RPT)".
         IF STAT-RC NOT = ZERO
             STOP RUN RETURNING STAT-RC
         END-IF.
         STOP RUN.

       A100-WERTE-PARAMETER-AUS.
         EVALUATE TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = SPACES
                 CONTINUE
             WHEN WS-WORT(WS-WORT-INDEX) = "TEST"
                 SET RUECKSICHERUNGSPROBE TO TRUE
             WHEN WS-WORT(WS-WORT-INDEX)(1:7) = "QUELLE="
                 MOVE WS-WORT(WS-WORT-INDEX)(8:) TO WS-QUELLE
             WHEN WS-WORT(WS-WORT-INDEX)(1:5) = "ZIEL="
                 MOVE WS-WORT(WS-WORT-INDEX)(6:) TO WS-ZIEL
             WHEN WS-WORT(WS-WORT-INDEX)(1:6) = "DATEI="
                 IF WS-AUSWAHL-ANZAHL NOT LESS THAN 10
                     DISPLAY "DRZURUECK: hoechstens zehn DATEI= "
                         "je Aufruf"
                     STOP RUN RETURNING 8
                 END-IF
                 ADD 1 TO WS-AUSWAHL-ANZAHL
                 MOVE WS-WORT(WS-WORT-INDEX)(7:)
                     TO WS-AUSWAHL-NAME(WS-AUSWAHL-ANZAHL)
             WHEN OTHER
                 DISPLAY "DRZURUECK: unbekannter Parameter "
                     FUNCTION TRIM(WS-WORT(WS-WORT-INDEX))
                 PERFORM A900-ZEIGE-AUFRUF
         END-EVALUATE.

       A900-ZEIGE-AUFRUF.
         DISPLAY "DRZURUECK: Aufruf: drzurueck [QUELLE=<buendel>] "
             "[ZIEL=<verzeichnis>] [DATEI=<datei> ...]".
         DISPLAY "           drzurueck TEST [QUELLE=<buendel>]".
         STOP RUN RETURNING 8.

      * Juengstes Buendel: letzte Zeile von DRSICH.LOG im
      * Zielverzeichnis der Sicherung (ZIEL-Zeile in DRSICH.TAB).
       B000-SUCHE-JUENGSTES-BUENDEL.
         OPEN INPUT UMFANG-DATEI.
         IF NOT UMFANG-STATUS-OK
             DISPLAY "DRZURUECK: DRSICH.TAB fehlt (Status "
                 UMFANG-STATUS ") - Buendel mit QUELLE= nennen"
             STOP RUN RETURNING 8
         END-IF.
         PERFORM B100-LIES-UMFANGZEILE.
         PERFORM B200-SUCHE-ZIELZEILE
             UNTIL ENDE-DES-UMFANGS.
         CLOSE UMFANG-DATEI.
         IF WS-SICH-ZIEL = SPACES
             DISPLAY "DRZURUECK: keine ZIEL-Zeile in DRSICH.TAB - "
                 "Buendel mit QUELLE= nennen"
             STOP RUN RETURNING 8
         END-IF.
         MOVE SPACES TO WS-DATEI-PFAD.
         STRING FUNCTION TRIM(WS-SICH-ZIEL) "/DRSICH.LOG"
             DELIMITED BY SIZE INTO WS-DATEI-PFAD.
         SET ENVIRONMENT "DRLOG" TO FUNCTION TRIM(WS-DATEI-PFAD).
         OPEN INPUT SICHLOG-DATEI.
         IF NOT SICHLOG-STATUS-OK
             DISPLAY "DRZURUECK: " FUNCTION TRIM(WS-DATEI-PFAD)
                 " fehlt (Status " SICHLOG-STATUS
                 ") - Buendel mit QUELLE= nennen"
             STOP RUN RETURNING 8
         END-IF.
         PERFORM B300-LIES-SICHLOGZEILE.
         PERFORM B400-MERKE-BUENDEL
             UNTIL ENDE-DES-SICHLOGS.
         CLOSE SICHLOG-DATEI.
         IF WS-LETZTES-BUENDEL = SPACES
             DISPLAY "DRZURUECK: " FUNCTION TRIM(WS-DATEI-PFAD)
                 " nennt kein Buendel"
             STOP RUN RETURNING 8
         END-IF.
         STRING FUNCTION TRIM(WS-SICH-ZIEL) "/"
             FUNCTION TRIM(WS-LETZTES-BUENDEL)
             DELIMITED BY SIZE INTO WS-QUELLE.

       B100-LIES-UMFANGZEILE.
         READ UMFANG-DATEI
             AT END SET ENDE-DES-UMFANGS TO TRUE.
         IF NOT UMFANG-STATUS-OK AND NOT UMFANG-STATUS-ENDE
             DISPLAY "Sorry, error reading DRSICH.TAB, status "
                 UMFANG-STATUS
             STOP RUN RETURNING 8
         END-IF.

       B200-SUCHE-ZIELZEILE.
         IF UMFANG-SATZ(1:5) = "ZIEL;"
             MOVE UMFANG-SATZ(6:) TO WS-SICH-ZIEL
         END-IF.
         PERFORM B100-LIES-UMFANGZEILE.

       B300-LIES-SICHLOGZEILE.
         READ SICHLOG-DATEI
             AT END SET ENDE-DES-SICHLOGS TO TRUE.
         IF NOT SICHLOG-STATUS-OK AND NOT SICHLOG-STATUS-ENDE
             DISPLAY "Sorry, error reading DRSICH.LOG, status "
                 SICHLOG-STATUS
             STOP RUN RETURNING 8
         END-IF.

      * JJJJMMTTHHMMSS;BUENDEL;DATEIEN;RC
       B400-MERKE-BUENDEL.
         IF SICHLOG-SATZ NOT = SPACES
             MOVE SPACES TO WS-FELD-1 WS-FELD-2
             UNSTRING SICHLOG-SATZ DELIMITED BY ";"
                 INTO WS-FELD-1 WS-FELD-2
             END-UNSTRING
             IF WS-FELD-2 NOT = SPACES
                 MOVE WS-FELD-2 TO WS-LETZTES-BUENDEL
             END-IF
         END-IF.
         PERFORM B300-LIES-SICHLOGZEILE.

      * Manifest lesen und seinen Umschlag pruefen.
       C000-LADE-MANIFEST.
         MOVE SPACES TO WS-DATEI-PFAD.
         STRING FUNCTION TRIM(WS-QUELLE) "/MANIFEST.DAT"
             DELIMITED BY SIZE INTO WS-DATEI-PFAD.
         SET ENVIRONMENT "DRMANIF" TO FUNCTION TRIM(WS-DATEI-PFAD).
         OPEN INPUT MANIFEST-DATEI.
         IF NOT MANIFEST-STATUS-OK
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "MANIFEST " FUNCTION TRIM(WS-DATEI-PFAD)
                 " NICHT LESBAR, STATUS " MANIFEST-STATUS
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM C900-MELDE-MANIFESTFEHLER
             EXIT PARAGRAPH
         END-IF.
         MOVE "ANFANG" TO MAN-UMS-FUNKTION.
         CALL "umschlag" USING MAN-UMS-UMSCHLAG.
         MOVE "DRMANIF" TO MAN-UMS-KENNUNG.
         MOVE "N" TO WS-MANIFEST-ENDE-SCHALTER.
         PERFORM C100-LIES-MANIFESTZEILE.
         PERFORM C200-PRUEFE-MANIFESTZEILE
             UNTIL ENDE-DES-MANIFESTS.
         CLOSE MANIFEST-DATEI.
         IF NOT LAUF-FEHLERHAFT AND NOT ENDESATZ-GESEHEN
             MOVE "MANIFEST OHNE UMSCHLAG-ENDESATZ (ABGESCHNITTEN?)"
                 TO WS-BERICHTZEILE
             PERFORM C900-MELDE-MANIFESTFEHLER
         END-IF.

       C100-LIES-MANIFESTZEILE.
         READ MANIFEST-DATEI
             AT END SET ENDE-DES-MANIFESTS TO TRUE.
         IF NOT MANIFEST-STATUS-OK AND NOT MANIFEST-STATUS-ENDE
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "MANIFEST NICHT LESBAR, STATUS " MANIFEST-STATUS
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM C900-MELDE-MANIFESTFEHLER
             SET ENDE-DES-MANIFESTS TO TRUE
         END-IF.

       C200-PRUEFE-MANIFESTZEILE.
         EVALUATE TRUE
             WHEN NOT KOPF-GEPRUEFT
                 SET KOPF-GEPRUEFT TO TRUE
                 MOVE MANIFEST-SATZ(1:80) TO MAN-UMS-SATZBILD
                 MOVE "PRUEFKOPF" TO MAN-UMS-FUNKTION
                 CALL "umschlag" USING MAN-UMS-UMSCHLAG
                 IF MAN-UMS-STATUS NOT = "00"
                     MOVE SPACES TO WS-BERICHTZEILE
                     STRING "MANIFEST: UMSCHLAG-KOPFSATZ FEHLT ODER "
                         "PASST NICHT, STATUS " MAN-UMS-STATUS
                         DELIMITED BY SIZE INTO WS-BERICHTZEILE
                     PERFORM C900-MELDE-MANIFESTFEHLER
                     SET ENDE-DES-MANIFESTS TO TRUE
                     EXIT PARAGRAPH
                 END-IF
             WHEN ENDESATZ-GESEHEN
                 MOVE "MANIFEST: SAETZE HINTER DEM ENDESATZ"
                     TO WS-BERICHTZEILE
                 PERFORM C900-MELDE-MANIFESTFEHLER
                 SET ENDE-DES-MANIFESTS TO TRUE
                 EXIT PARAGRAPH
             WHEN MANIFEST-SATZ(1:2) = "UE"
                 SET ENDESATZ-GESEHEN TO TRUE
                 MOVE MANIFEST-SATZ(1:80) TO MAN-UMS-SATZBILD
                 MOVE "PRUEFENDE" TO MAN-UMS-FUNKTION
                 CALL "umschlag" USING MAN-UMS-UMSCHLAG
                 IF MAN-UMS-STATUS NOT = "00"
                     MOVE SPACES TO WS-BERICHTZEILE
                     STRING "MANIFEST: UMSCHLAG-ENDESATZ WEICHT AB, "
                         "STATUS " MAN-UMS-STATUS
                         DELIMITED BY SIZE INTO WS-BERICHTZEILE
                     PERFORM C900-MELDE-MANIFESTFEHLER
                     SET ENDE-DES-MANIFESTS TO TRUE
                     EXIT PARAGRAPH
                 END-IF
             WHEN OTHER
                 MOVE MANIFEST-SATZ TO MAN-UMS-PUFFER
                 MOVE "SUMME" TO MAN-UMS-FUNKTION
                 CALL "umschlag" USING MAN-UMS-UMSCHLAG
                 PERFORM C300-UEBERNIMM-EINTRAG
         END-EVALUATE.
         PERFORM C100-LIES-MANIFESTZEILE.

      * DATEI;ART;SAETZE;HASHSUMME;BYTES;PRUEFSUMME
       C300-UEBERNIMM-EINTRAG.
         IF WS-MANIFEST-ANZAHL NOT LESS THAN WS-MANIFEST-MAXIMUM
             MOVE "MANIFEST: ZU VIELE DATEIEN" TO WS-BERICHTZEILE
             PERFORM C900-MELDE-MANIFESTFEHLER
             SET ENDE-DES-MANIFESTS TO TRUE
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-MAN-FELDER.
         UNSTRING MANIFEST-SATZ DELIMITED BY ";"
             INTO WS-MAN-DATEI WS-MAN-ART WS-MAN-SAETZE
                  WS-MAN-HASHSUMME WS-MAN-BYTES WS-MAN-CRC
         END-UNSTRING.
         IF WS-MAN-DATEI = SPACES
             OR (WS-MAN-ART NOT = "L" AND WS-MAN-ART NOT = "B")
             OR WS-MAN-SAETZE IS NOT NUMERIC
             OR WS-MAN-HASHSUMME IS NOT NUMERIC
             OR WS-MAN-BYTES IS NOT NUMERIC
             OR WS-MAN-CRC IS NOT NUMERIC
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "MANIFEST: UNLESBARE ZEILE "
                 FUNCTION TRIM(MANIFEST-SATZ)
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM C900-MELDE-MANIFESTFEHLER
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-MANIFEST-ANZAHL.
         MOVE WS-MAN-DATEI TO WS-MT-NAME(WS-MANIFEST-ANZAHL).
         MOVE WS-MAN-ART TO WS-MT-ART(WS-MANIFEST-ANZAHL).
         MOVE WS-MAN-SAETZE TO WS-MT-SAETZE(WS-MANIFEST-ANZAHL).
         MOVE WS-MAN-HASHSUMME
             TO WS-MT-HASHSUMME(WS-MANIFEST-ANZAHL).
         MOVE WS-MAN-BYTES TO WS-MT-BYTES(WS-MANIFEST-ANZAHL).
         MOVE WS-MAN-CRC TO WS-MT-CRC(WS-MANIFEST-ANZAHL).
         MOVE "J" TO WS-MT-AUSGEWAEHLT(WS-MANIFEST-ANZAHL).

       C900-MELDE-MANIFESTFEHLER.
         SET LAUF-FEHLERHAFT TO TRUE.
         ADD 1 TO WS-FEHLER-ZAEHLER.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         DISPLAY "DRZURUECK: " FUNCTION TRIM(WS-BERICHTZEILE).

      * Mit DATEI= wird nur die Auswahl zurueckgelegt; jede
      * genannte Datei muss im Manifest stehen.
       D000-WAEHLE-DATEIEN-AUS.
         IF WS-AUSWAHL-ANZAHL = ZERO
             EXIT PARAGRAPH
         END-IF.
         PERFORM D100-ABWAEHLEN
             VARYING WS-MANIFEST-INDEX FROM 1 BY 1
             UNTIL WS-MANIFEST-INDEX > WS-MANIFEST-ANZAHL.
         PERFORM D200-WAEHLE-DATEI
             VARYING WS-AUSWAHL-INDEX FROM 1 BY 1
             UNTIL WS-AUSWAHL-INDEX > WS-AUSWAHL-ANZAHL.

       D100-ABWAEHLEN.
         MOVE "N" TO WS-MT-AUSGEWAEHLT(WS-MANIFEST-INDEX).

       D200-WAEHLE-DATEI.
         MOVE "N" TO WS-GEFUNDEN-SCHALTER.
         PERFORM D300-VERGLEICHE-NAMEN
             VARYING WS-MANIFEST-INDEX FROM 1 BY 1
             UNTIL WS-MANIFEST-INDEX > WS-MANIFEST-ANZAHL.
         IF NOT DATEI-GEFUNDEN
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "DATEI "
                 FUNCTION TRIM(WS-AUSWAHL-NAME(WS-AUSWAHL-INDEX))
                 " STEHT NICHT IM MANIFEST - NICHTS ZURUECKGELEGT"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM C900-MELDE-MANIFESTFEHLER
         END-IF.

       D300-VERGLEICHE-NAMEN.
         IF WS-MT-NAME(WS-MANIFEST-INDEX)
             = WS-AUSWAHL-NAME(WS-AUSWAHL-INDEX)
             MOVE "J" TO WS-MT-AUSGEWAEHLT(WS-MANIFEST-INDEX)
             SET DATEI-GEFUNDEN TO TRUE
         END-IF.

      * Ausgewaehlte Datei im Buendel gegen das Manifest pruefen.
       E000-PRUEFE-BUENDELDATEI.
         IF WS-MT-AUSGEWAEHLT(WS-MANIFEST-INDEX) NOT = "J"
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-DATEI-PFAD.
         STRING FUNCTION TRIM(WS-QUELLE) "/"
             FUNCTION TRIM(WS-MT-NAME(WS-MANIFEST-INDEX))
             DELIMITED BY SIZE INTO WS-DATEI-PFAD.
         PERFORM P000-PRUEFE-GEGEN-MANIFEST.
         IF WS-DTZ-ERGEBNIS = "IN ORDNUNG"
             ADD 1 TO WS-GEPRUEFT-ZAEHLER
         END-IF.

      * Prueft die Datei WS-DATEI-PFAD gegen den Manifesteintrag
      * WS-MANIFEST-INDEX; das Ergebnis steht in WS-DTZ-ERGEBNIS
      * und wird berichtet.
       P000-PRUEFE-GEGEN-MANIFEST.
         MOVE SPACES TO WS-DATEIZEILE.
         MOVE WS-MT-NAME(WS-MANIFEST-INDEX) TO WS-DTZ-NAME.
         MOVE WS-MT-ART(WS-MANIFEST-INDEX) TO WS-DTZ-ART.
         MOVE WS-MT-SAETZE(WS-MANIFEST-INDEX) TO WS-DTZ-SAETZE.
         MOVE WS-MT-BYTES(WS-MANIFEST-INDEX) TO WS-DTZ-BYTES.
         MOVE WS-DATEI-PFAD TO DRP-DATEI.
         MOVE WS-MT-ART(WS-MANIFEST-INDEX) TO DRP-ART.
         CALL "drpruef" USING DRP-BLOCK.
         EVALUATE TRUE
             WHEN DRP-STATUS = "35"
                 MOVE "FEHLT" TO WS-DTZ-ERGEBNIS
             WHEN DRP-STATUS NOT = "00"
                 STRING "NICHT LESBAR, STATUS " DRP-STATUS
                     DELIMITED BY SIZE INTO WS-DTZ-ERGEBNIS
             WHEN DRP-SAETZE NOT = WS-MT-SAETZE(WS-MANIFEST-INDEX)
                 MOVE "SATZANZAHL WEICHT AB" TO WS-DTZ-ERGEBNIS
             WHEN DRP-HASHSUMME
                 NOT = WS-MT-HASHSUMME(WS-MANIFEST-INDEX)
                 MOVE "HASHSUMME WEICHT AB" TO WS-DTZ-ERGEBNIS
             WHEN DRP-BYTES NOT = WS-MT-BYTES(WS-MANIFEST-INDEX)
                 MOVE "BYTEZAHL WEICHT AB" TO WS-DTZ-ERGEBNIS
             WHEN DRP-CRC NOT = WS-MT-CRC(WS-MANIFEST-INDEX)
                 MOVE "PRUEFSUMME WEICHT AB" TO WS-DTZ-ERGEBNIS
             WHEN OTHER
                 MOVE "IN ORDNUNG" TO WS-DTZ-ERGEBNIS
         END-EVALUATE.
         MOVE WS-DATEIZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF WS-DTZ-ERGEBNIS NOT = "IN ORDNUNG"
             SET LAUF-FEHLERHAFT TO TRUE
             ADD 1 TO WS-FEHLER-ZAEHLER
             DISPLAY "DRZURUECK: " FUNCTION TRIM(WS-DATEI-PFAD)
                 " - " FUNCTION TRIM(WS-DTZ-ERGEBNIS)
         END-IF.

      * Zielverzeichnis anlegen; ins Arbeitsverzeichnis nur ohne
      * laufenden Nachtlauf und ohne Dialogsitzung.
       F000-BEREITE-ZIEL-VOR.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         IF RUECKSICHERUNGSPROBE
             STRING "rm -rf " FUNCTION TRIM(WS-ZIEL)
                 " && mkdir -p " FUNCTION TRIM(WS-ZIEL)
                 DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO
         ELSE
             STRING "mkdir -p " FUNCTION TRIM(WS-ZIEL)
                 DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO
         END-IF.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         IF RETURN-CODE NOT = ZERO
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "ZIELVERZEICHNIS " FUNCTION TRIM(WS-ZIEL)
                 " NICHT ANLEGBAR" DELIMITED BY SIZE
                 INTO WS-BERICHTZEILE
             PERFORM C900-MELDE-MANIFESTFEHLER
             EXIT PARAGRAPH
         END-IF.
         SET ZIEL-ANGELEGT TO TRUE.
         IF RUECKSICHERUNGSPROBE
             EXIT PARAGRAPH
         END-IF.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "MASKE" TO SPR-NAME.
         MOVE "drzuruec" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.
         IF SPR-STATUS = "41"
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "DIALOGSITZUNG AKTIV (MASKE.SPR, "
                 FUNCTION TRIM(SPR-INHABER)
                 ") - NICHTS ZURUECKGELEGT"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM C900-MELDE-MANIFESTFEHLER
             EXIT PARAGRAPH
         END-IF.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.
         IF SPR-STATUS = "41"
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "NACHTLAUF AKTIV (BATCH.SPR, "
                 FUNCTION TRIM(SPR-INHABER)
                 ") - NICHTS ZURUECKGELEGT"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM C900-MELDE-MANIFESTFEHLER
             EXIT PARAGRAPH
         END-IF.
         MOVE "SETZEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.
         IF SPR-STATUS NOT = "00"
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "LAUFSPERRE NICHT SETZBAR, STATUS " SPR-STATUS
                 " - NICHTS ZURUECKGELEGT"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM C900-MELDE-MANIFESTFEHLER
             EXIT PARAGRAPH
         END-IF.
         SET SPERRE-SELBST-GESETZT TO TRUE.

       S900-LOESE-SPERRE.
         IF SPERRE-SELBST-GESETZT
             MOVE "LOESEN" TO SPR-FUNKTION
             MOVE "BATCH" TO SPR-NAME
             CALL "sperre" USING SPR-BLOCK
             MOVE "N" TO WS-SPERRE-SCHALTER
         END-IF.

      * Datei zuruecklegen (die vorhandene als .BAK behalten) und
      * am Ziel noch einmal gegen das Manifest pruefen.
       H000-LEGE-DATEI-ZURUECK.
         IF WS-MT-AUSGEWAEHLT(WS-MANIFEST-INDEX) NOT = "J"
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-DATEI-PFAD WS-ZIEL-PFAD.
         STRING FUNCTION TRIM(WS-QUELLE) "/"
             FUNCTION TRIM(WS-MT-NAME(WS-MANIFEST-INDEX))
             DELIMITED BY SIZE INTO WS-DATEI-PFAD.
         STRING FUNCTION TRIM(WS-ZIEL) "/"
             FUNCTION TRIM(WS-MT-NAME(WS-MANIFEST-INDEX))
             DELIMITED BY SIZE INTO WS-ZIEL-PFAD.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "if test -f " FUNCTION TRIM(WS-ZIEL-PFAD)
             "; then cp -p " FUNCTION TRIM(WS-ZIEL-PFAD) " "
             FUNCTION TRIM(WS-ZIEL-PFAD) ".BAK; fi && cp -p "
             FUNCTION TRIM(WS-DATEI-PFAD) " "
             FUNCTION TRIM(WS-ZIEL-PFAD)
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             MOVE SPACES TO WS-DATEIZEILE
             MOVE WS-MT-NAME(WS-MANIFEST-INDEX) TO WS-DTZ-NAME
             MOVE "KOPIE FEHLGESCHLAGEN" TO WS-DTZ-ERGEBNIS
             MOVE WS-DATEIZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             SET LAUF-FEHLERHAFT TO TRUE
             ADD 1 TO WS-FEHLER-ZAEHLER
             DISPLAY "DRZURUECK: " FUNCTION TRIM(WS-ZIEL-PFAD)
                 " - Kopie fehlgeschlagen"
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-ZIEL-PFAD TO WS-DATEI-PFAD.
         PERFORM P000-PRUEFE-GEGEN-MANIFEST.
         IF WS-DTZ-ERGEBNIS = "IN ORDNUNG"
             ADD 1 TO WS-ZURUECK-ZAEHLER
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing DRZURUECK.RPT, status "
                 BERICHT-STATUS
             PERFORM S900-LOESE-SPERRE
             STOP RUN RETURNING 8
         END-IF.

       G100-SCHREIBE-ANZAHL.
         MOVE WS-ANZAHLZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G300-SCHREIBE-KOPFZEILE.
         MOVE SPACES TO WS-DATEIZEILE.
         MOVE "DATEI" TO WS-DTZ-NAME.
         MOVE "ART" TO WS-DTZ-ART.
         MOVE "ERGEBNIS" TO WS-DTZ-ERGEBNIS.
         MOVE WS-DATEIZEILE TO WS-BERICHTZEILE.
         MOVE "   SAETZE" TO WS-BERICHTZEILE(45:9).
         MOVE "       BYTES" TO WS-BERICHTZEILE(55:12).
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       END PROGRAM drzurueck.

      * vim:ai sw=4 sts=4 expandtab
