      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Notfallsicherung der Betriebsdaten: stirbt die Platte mit
      * dem Arbeitsverzeichnis, sind Master, ADDRESS-MASTER.IDX,
      * ADRHIST.DAT, Kampagnen, Retouren, Querverweise, alle
      * Generationen und jede Steuerdatei auf einen Schlag weg -
      * und nichts im System hat sie bisher als zusammengehoerigen
      * Stand gesichert. Dieses Programm kopiert alle in
      * DRSICH.TAB genannten Dateien (dazu alle Generationen laut
      * GENKATALOG.DAT und alle Versionen laut VERSIONEN.DAT) in
      * ein Buendel <ZIEL>/DRSICH.<JJJJMMTTHHMMSS> und schreibt
      * dort das Manifest MANIFEST.DAT unter dem hausweiten
      * Umschlag (Kennung DRMANIF), je Datei eine Zeile
      *     DATEI;ART;SAETZE;HASHSUMME;BYTES;PRUEFSUMME
      * (Pruefwerte siehe drpruef.cpy). Jede Kopie wird gleich
      * nach dem Kopieren gegen das Original geprueft. Ein
      * vollstaendiges Buendel wird in <ZIEL>/DRSICH.LOG
      * eingetragen
      *     JJJJMMTTHHMMSS;BUENDEL;DATEIEN;RC
      * - dort sucht drzurueck das juengste Buendel.
      * Vorgesehen ist der letzte Schritt des Stroms STANDARD
      * (BATCHJOB.DEF): alle Schritte, die den Adressmaster
      * aendern, liegen davor, und AUFRAEUMEN im Strom ULTIMO
      * wartet auf diesen Schritt - Master, Index und die von
      * aufraeum gekuerzten Dateien ruhen also. Die Laufsperre
      * BATCH.SPR teilen sich alle Stroeme; Schritte der Stroeme
      * MASKE und MH (Maskierung, Rueckfluss zum Mutterhaus und
      * dessen Quittung) koennen noch laufen, ihre Dateien werden
      * im Stand des Augenblicks gesichert. Von Hand gestartet
      * setzt drsich die Laufsperre selbst; haelt eine
      * Dialogsitzung MASKE.SPR, wird nicht gesichert.
      * Bericht DRSICH.RPT; RETURN-CODE 4, wenn eine genannte
      * Datei fehlt, 8 bei einem Fehler (das Buendel wird dann
      * nicht in DRSICH.LOG eingetragen).
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Kopfkommentar: der ruhende Stand gilt seit den
      *     Job-Stroemen fuer Master und Strom STANDARD, nicht mehr
      *     fuer alle Dateien; die Laufsperre BATCH.SPR allein
      *     garantiert ihn nicht.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. drsich.
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

           SELECT GENKAT-DATEI
           ASSIGN TO "GENKATALOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS GENKAT-STATUS.

           SELECT VERSKAT-DATEI
           ASSIGN TO "VERSIONEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS VERSKAT-STATUS.

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
           ASSIGN TO "DRSICH.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD UMFANG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 UMFANG-SATZ              PIC X(80).

       FD GENKAT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 GENKAT-SATZ              PIC X(120).

       FD VERSKAT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 VERSKAT-SATZ             PIC X(120).

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
       01 WS-UMFANG-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-UMFANGS                     VALUE "J".
       01 WS-KATALOG-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-KATALOGS                    VALUE "J".
       01 WS-FEHLER-SCHALTER          PIC X(01)   VALUE "N".
          88 LAUF-FEHLERHAFT                      VALUE "J".
       01 WS-SPERRE-SCHALTER          PIC X(01)   VALUE "N".
          88 SPERRE-SELBST-GESETZT                VALUE "J".

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-1                   PIC X(60)   VALUE SPACES.
       01 WS-FELD-2                   PIC X(60)   VALUE SPACES.
       01 WS-FELD-3                   PIC X(60)   VALUE SPACES.

       01 WS-ZIEL                     PIC X(60)   VALUE SPACES.
       01 WS-ZEITSTEMPEL              PIC X(14).
       01 WS-BUENDEL-NAME             PIC X(30)   VALUE SPACES.
       01 WS-BUENDEL-PFAD             PIC X(100)  VALUE SPACES.
       01 WS-KOPIE-NAME               PIC X(170)  VALUE SPACES.

      * Die zu sichernden Dateien in der Reihenfolge von
      * DRSICH.TAB.
       01 WS-DATEI-TABELLE.
          05 WS-DATEI-EINTRAG         OCCURS 2000 TIMES.
             10 WS-DT-NAME            PIC X(60).
             10 WS-DT-ART             PIC X(01).
       01 WS-DATEI-ANZAHL             PIC 9(04)   COMP VALUE ZERO.
       01 WS-DATEI-MAXIMUM            PIC 9(04)   COMP VALUE 2000.
       01 WS-DATEI-INDEX              PIC 9(04)   COMP VALUE ZERO.
       01 WS-NEUER-NAME               PIC X(60).
       01 WS-NEUE-ART                 PIC X(01).

      * Pruefwerte des Originals.
       01 WS-ORIGINAL.
          05 WS-ORG-SAETZE            PIC 9(09).
          05 WS-ORG-HASHSUMME         PIC 9(09).
          05 WS-ORG-BYTES             PIC 9(12).
          05 WS-ORG-CRC               PIC 9(10).

       01 WS-GESICHERT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-FEHLT-ZAEHLER            PIC 9(05)   COMP VALUE ZERO.
       01 WS-FEHLER-ZAEHLER           PIC 9(05)   COMP VALUE ZERO.
       01 WS-ANZEIGE-ANZAHL           PIC 9(05).
       01 WS-ANZEIGE-RC               PIC 9(02).

       01 WS-MANIFESTZEILE            PIC X(120).
       01 WS-DATEIZEILE.
          05 WS-DTZ-NAME              PIC X(40).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-DTZ-ART               PIC X(03).
          05 WS-DTZ-SAETZE            PIC Z(08)9.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-DTZ-BYTES             PIC Z(11)9.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-DTZ-ERGEBNIS          PIC X(40).
       01 WS-ANZAHLZEILE.
          05 WS-ANZ-TEXT              PIC X(32).
          05 WS-ANZ-ANZAHL            PIC Z(06)9.
       01 WS-BERICHTZEILE             PIC X(132).
       01 WS-SYSTEMKOMMANDO           PIC X(300).
       01 WS-KOMMANDO-RC              PIC S9(09)  COMP.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==UMFANG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==UMFANG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==UMFANG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==UMFANG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==UMFANG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==GENKAT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==GENKAT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==GENKAT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==GENKAT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==GENKAT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==VERSKAT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==VERSKAT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==VERSKAT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==VERSKAT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==VERSKAT-STATUS==.
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
       A000-NOTFALLSICHERUNG.
         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ZEITSTEMPEL.
         PERFORM B000-LADE-UMFANG.
         IF WS-ZIEL = SPACES
             DISPLAY "DRSICH: keine ZIEL-Zeile in DRSICH.TAB - "
                 "keine Sicherung"
             STOP RUN RETURNING 8
         END-IF.
         PERFORM S000-PRUEFE-SPERREN.

         MOVE SPACES TO WS-BUENDEL-NAME WS-BUENDEL-PFAD.
         STRING "DRSICH." WS-ZEITSTEMPEL
             DELIMITED BY SIZE INTO WS-BUENDEL-NAME.
         STRING FUNCTION TRIM(WS-ZIEL) "/"
             FUNCTION TRIM(WS-BUENDEL-NAME)
             DELIMITED BY SIZE INTO WS-BUENDEL-PFAD.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "mkdir -p " FUNCTION TRIM(WS-BUENDEL-PFAD)
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         IF RETURN-CODE NOT = ZERO
             DISPLAY "DRSICH: Buendel "
                 FUNCTION TRIM(WS-BUENDEL-PFAD)
                 " nicht anlegbar - keine Sicherung"
             PERFORM S900-LOESE-SPERRE
             STOP RUN RETURNING 8
         END-IF.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open DRSICH.RPT, status "
                 BERICHT-STATUS
             PERFORM S900-LOESE-SPERRE
             STOP RUN RETURNING 8
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "DRSICH NOTFALLSICHERUNG NACH "
             FUNCTION TRIM(WS-BUENDEL-PFAD)
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-DATEIZEILE.
         MOVE "DATEI" TO WS-DTZ-NAME.
         MOVE "ART" TO WS-DTZ-ART.
         MOVE "ERGEBNIS" TO WS-DTZ-ERGEBNIS.
         MOVE WS-DATEIZEILE TO WS-BERICHTZEILE.
         MOVE "   SAETZE" TO WS-BERICHTZEILE(45:9).
         MOVE "       BYTES" TO WS-BERICHTZEILE(55:12).
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM M000-OEFFNE-MANIFEST.
         IF NOT LAUF-FEHLERHAFT
             PERFORM D000-SICHERE-DATEI
                 VARYING WS-DATEI-INDEX FROM 1 BY 1
                 UNTIL WS-DATEI-INDEX > WS-DATEI-ANZAHL
             PERFORM M900-SCHLIESSE-MANIFEST
         END-IF.
         IF NOT LAUF-FEHLERHAFT
             PERFORM L000-TRAGE-BUENDEL-EIN
         END-IF.
         PERFORM S900-LOESE-SPERRE.

         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "GENANNTE DATEIEN" TO WS-ANZ-TEXT.
         MOVE WS-DATEI-ANZAHL TO WS-ANZ-ANZAHL.
         PERFORM G100-SCHREIBE-ANZAHL.
         MOVE "GESICHERT" TO WS-ANZ-TEXT.
         MOVE WS-GESICHERT-ZAEHLER TO WS-ANZ-ANZAHL.
         PERFORM G100-SCHREIBE-ANZAHL.
         MOVE "FEHLEN" TO WS-ANZ-TEXT.
         MOVE WS-FEHLT-ZAEHLER TO WS-ANZ-ANZAHL.
         PERFORM G100-SCHREIBE-ANZAHL.
         MOVE "FEHLER" TO WS-ANZ-TEXT.
         MOVE WS-FEHLER-ZAEHLER TO WS-ANZ-ANZAHL.
         PERFORM G100-SCHREIBE-ANZAHL.
         IF LAUF-FEHLERHAFT
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "BUENDEL UNVOLLSTAENDIG - NICHT IN DRSICH.LOG "
                 "EINGETRAGEN" DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         CLOSE BERICHT-DATEI.

         MOVE "drsich" TO STAT-PROGRAMM.
         MOVE WS-DATEI-ANZAHL TO STAT-SAETZE-EIN.
         MOVE WS-GESICHERT-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE WS-FEHLT-ZAEHLER TO STAT-ABGEWIESEN.
         EVALUATE TRUE
             WHEN LAUF-FEHLERHAFT
                 MOVE 8 TO STAT-RC
             WHEN WS-FEHLT-ZAEHLER > ZERO
                 MOVE 4 TO STAT-RC
             WHEN OTHER
                 MOVE 0 TO STAT-RC
         END-EVALUATE.
         CALL "statistik" USING STAT-BLOCK.
         MOVE WS-GESICHERT-ZAEHLER TO WS-ANZEIGE-ANZAHL.
         DISPLAY "DRSICH: " WS-ANZEIGE-ANZAHL " Dateien nach "
             FUNCTION TRIM(WS-BUENDEL-PFAD)
             " gesichert (siehe DRSICH.RPT)".
         IF STAT-RC NOT = ZERO
             STOP RUN RETURNING STAT-RC
         END-IF.
         STOP RUN.

      * DRSICH.TAB lesen; GENERATIONEN und VERSIONEN werden aus
      * den Katalogen aufgeloest.
       B000-LADE-UMFANG.
         OPEN INPUT UMFANG-DATEI.
         IF NOT UMFANG-STATUS-OK
             DISPLAY "Sorry, unable to open DRSICH.TAB, status "
                 UMFANG-STATUS
             STOP RUN RETURNING 8
         END-IF.
         PERFORM B100-LIES-UMFANGZEILE.
         PERFORM B200-UEBERNIMM-UMFANGZEILE
             UNTIL ENDE-DES-UMFANGS.
         CLOSE UMFANG-DATEI.

       B100-LIES-UMFANGZEILE.
         READ UMFANG-DATEI
             AT END SET ENDE-DES-UMFANGS TO TRUE.
         IF NOT UMFANG-STATUS-OK AND NOT UMFANG-STATUS-ENDE
             DISPLAY "Sorry, error reading DRSICH.TAB, status "
                 UMFANG-STATUS
             STOP RUN RETURNING 8
         END-IF.

       B200-UEBERNIMM-UMFANGZEILE.
         IF UMFANG-SATZ NOT = SPACES AND UMFANG-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-1 WS-FELD-2
             UNSTRING UMFANG-SATZ DELIMITED BY ";"
                 INTO WS-FELD-1 WS-FELD-2
             END-UNSTRING
             EVALUATE WS-FELD-1
                 WHEN "ZIEL"
                     MOVE WS-FELD-2 TO WS-ZIEL
                 WHEN "GENERATIONEN"
                     PERFORM B300-LADE-GENERATIONEN
                 WHEN "VERSIONEN"
                     PERFORM B400-LADE-VERSIONEN
                 WHEN OTHER
                     MOVE WS-FELD-1 TO WS-NEUER-NAME
                     MOVE WS-FELD-2(1:1) TO WS-NEUE-ART
                     PERFORM B900-NIMM-DATEI-AUF
             END-EVALUATE
         END-IF.
         PERFORM B100-LIES-UMFANGZEILE.

      * GENKATALOG.DAT: KENNUNG;GENERATION;DATEINAME;...
       B300-LADE-GENERATIONEN.
         OPEN INPUT GENKAT-DATEI.
         IF GENKAT-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT GENKAT-STATUS-OK
             DISPLAY "Sorry, unable to open GENKATALOG.DAT, status "
                 GENKAT-STATUS
             STOP RUN RETURNING 8
         END-IF.
         MOVE "N" TO WS-KATALOG-ENDE-SCHALTER.
         PERFORM B310-LIES-GENERATION.
         PERFORM B320-UEBERNIMM-GENERATION
             UNTIL ENDE-DES-KATALOGS.
         CLOSE GENKAT-DATEI.

       B310-LIES-GENERATION.
         READ GENKAT-DATEI
             AT END SET ENDE-DES-KATALOGS TO TRUE.
         IF NOT GENKAT-STATUS-OK AND NOT GENKAT-STATUS-ENDE
             DISPLAY "Sorry, error reading GENKATALOG.DAT, status "
                 GENKAT-STATUS
             STOP RUN RETURNING 8
         END-IF.

       B320-UEBERNIMM-GENERATION.
         IF GENKAT-SATZ NOT = SPACES AND GENKAT-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-1 WS-FELD-2 WS-FELD-3
             UNSTRING GENKAT-SATZ DELIMITED BY ";"
                 INTO WS-FELD-1 WS-FELD-2 WS-FELD-3
             END-UNSTRING
             IF WS-FELD-3 NOT = SPACES
                 MOVE WS-FELD-3 TO WS-NEUER-NAME
                 MOVE "L" TO WS-NEUE-ART
                 PERFORM B900-NIMM-DATEI-AUF
             END-IF
         END-IF.
         PERFORM B310-LIES-GENERATION.

      * VERSIONEN.DAT: DATEI;NNNN;... - die Version heisst
      * <DATEI>.V<NNNN> (siehe version.cpy).
       B400-LADE-VERSIONEN.
         OPEN INPUT VERSKAT-DATEI.
         IF VERSKAT-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT VERSKAT-STATUS-OK
             DISPLAY "Sorry, unable to open VERSIONEN.DAT, status "
                 VERSKAT-STATUS
             STOP RUN RETURNING 8
         END-IF.
         MOVE "N" TO WS-KATALOG-ENDE-SCHALTER.
         PERFORM B410-LIES-VERSION.
         PERFORM B420-UEBERNIMM-VERSION
             UNTIL ENDE-DES-KATALOGS.
         CLOSE VERSKAT-DATEI.

       B410-LIES-VERSION.
         READ VERSKAT-DATEI
             AT END SET ENDE-DES-KATALOGS TO TRUE.
         IF NOT VERSKAT-STATUS-OK AND NOT VERSKAT-STATUS-ENDE
             DISPLAY "Sorry, error reading VERSIONEN.DAT, status "
                 VERSKAT-STATUS
             STOP RUN RETURNING 8
         END-IF.

       B420-UEBERNIMM-VERSION.
         IF VERSKAT-SATZ NOT = SPACES
             MOVE SPACES TO WS-FELD-1 WS-FELD-2
             UNSTRING VERSKAT-SATZ DELIMITED BY ";"
                 INTO WS-FELD-1 WS-FELD-2
             END-UNSTRING
             IF WS-FELD-1 NOT = SPACES
                 AND WS-FELD-2(1:4) IS NUMERIC
                 MOVE SPACES TO WS-NEUER-NAME
                 STRING FUNCTION TRIM(WS-FELD-1) ".V"
                     WS-FELD-2(1:4)
                     DELIMITED BY SIZE INTO WS-NEUER-NAME
                 MOVE "L" TO WS-NEUE-ART
                 PERFORM B900-NIMM-DATEI-AUF
             END-IF
         END-IF.
         PERFORM B410-LIES-VERSION.

       B900-NIMM-DATEI-AUF.
         IF WS-DATEI-ANZAHL NOT LESS THAN WS-DATEI-MAXIMUM
             DISPLAY "DRSICH: mehr als " WS-DATEI-MAXIMUM
                 " Dateien - keine Sicherung"
             STOP RUN RETURNING 8
         END-IF.
         ADD 1 TO WS-DATEI-ANZAHL.
         MOVE WS-NEUER-NAME TO WS-DT-NAME(WS-DATEI-ANZAHL).
         MOVE WS-NEUE-ART TO WS-DT-ART(WS-DATEI-ANZAHL).

      * Eine Dialogsitzung (MASKE.SPR) verhindert die Sicherung.
      * Haelt niemand die Laufsperre, setzt drsich sie selbst;
      * haelt batchctl sie, wird sie nur beachtet.
       S000-PRUEFE-SPERREN.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "MASKE" TO SPR-NAME.
         MOVE "drsich" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.
         IF SPR-STATUS = "41"
             DISPLAY "DRSICH: Dialogsitzung aktiv (MASKE.SPR, "
                 FUNCTION TRIM(SPR-INHABER) ") - keine Sicherung"
             STOP RUN RETURNING 8
         END-IF.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.
         IF SPR-STATUS NOT = "41"
             MOVE "SETZEN" TO SPR-FUNKTION
             MOVE "BATCH" TO SPR-NAME
             CALL "sperre" USING SPR-BLOCK
             IF SPR-STATUS NOT = "00"
                 DISPLAY "DRSICH: Laufsperre nicht setzbar, Status "
                     SPR-STATUS " - keine Sicherung"
                 STOP RUN RETURNING 8
             END-IF
             SET SPERRE-SELBST-GESETZT TO TRUE
         END-IF.

       S900-LOESE-SPERRE.
         IF SPERRE-SELBST-GESETZT
             MOVE "LOESEN" TO SPR-FUNKTION
             MOVE "BATCH" TO SPR-NAME
             CALL "sperre" USING SPR-BLOCK
             MOVE "N" TO WS-SPERRE-SCHALTER
         END-IF.

      * Eine Datei kopieren und die Kopie gegen das Original
      * pruefen.
       D000-SICHERE-DATEI.
         MOVE SPACES TO WS-DATEIZEILE.
         MOVE WS-DT-NAME(WS-DATEI-INDEX) TO WS-DTZ-NAME.
         MOVE WS-DT-ART(WS-DATEI-INDEX) TO WS-DTZ-ART.
         MOVE WS-DT-NAME(WS-DATEI-INDEX) TO DRP-DATEI.
         MOVE WS-DT-ART(WS-DATEI-INDEX) TO DRP-ART.
         CALL "drpruef" USING DRP-BLOCK.
         EVALUATE DRP-STATUS
             WHEN "00"
                 CONTINUE
             WHEN "35"
                 ADD 1 TO WS-FEHLT-ZAEHLER
                 MOVE "FEHLT" TO WS-DTZ-ERGEBNIS
                 PERFORM G200-SCHREIBE-DATEIZEILE
                 EXIT PARAGRAPH
             WHEN OTHER
                 MOVE SPACES TO WS-DTZ-ERGEBNIS
                 STRING "FEHLER: NICHT PRUEFBAR, STATUS " DRP-STATUS
                     DELIMITED BY SIZE INTO WS-DTZ-ERGEBNIS
                 PERFORM D900-MELDE-FEHLER
                 EXIT PARAGRAPH
         END-EVALUATE.
         MOVE DRP-SAETZE TO WS-ORG-SAETZE.
         MOVE DRP-HASHSUMME TO WS-ORG-HASHSUMME.
         MOVE DRP-BYTES TO WS-ORG-BYTES.
         MOVE DRP-CRC TO WS-ORG-CRC.
         MOVE DRP-SAETZE TO WS-DTZ-SAETZE.
         MOVE DRP-BYTES TO WS-DTZ-BYTES.

         MOVE SPACES TO WS-KOPIE-NAME.
         STRING FUNCTION TRIM(WS-BUENDEL-PFAD) "/"
             FUNCTION TRIM(WS-DT-NAME(WS-DATEI-INDEX))
             DELIMITED BY SIZE INTO WS-KOPIE-NAME.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "cp -p " FUNCTION TRIM(WS-DT-NAME(WS-DATEI-INDEX))
             " " FUNCTION TRIM(WS-KOPIE-NAME)
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             MOVE "FEHLER: KOPIE FEHLGESCHLAGEN" TO WS-DTZ-ERGEBNIS
             PERFORM D900-MELDE-FEHLER
             EXIT PARAGRAPH
         END-IF.

         MOVE WS-KOPIE-NAME TO DRP-DATEI.
         MOVE WS-DT-ART(WS-DATEI-INDEX) TO DRP-ART.
         CALL "drpruef" USING DRP-BLOCK.
         IF DRP-STATUS NOT = "00"
             OR DRP-SAETZE NOT = WS-ORG-SAETZE
             OR DRP-HASHSUMME NOT = WS-ORG-HASHSUMME
             OR DRP-BYTES NOT = WS-ORG-BYTES
             OR DRP-CRC NOT = WS-ORG-CRC
             MOVE "FEHLER: KOPIE WEICHT VOM ORIGINAL AB"
                 TO WS-DTZ-ERGEBNIS
             PERFORM D900-MELDE-FEHLER
             EXIT PARAGRAPH
         END-IF.

         MOVE SPACES TO WS-MANIFESTZEILE.
         STRING FUNCTION TRIM(WS-DT-NAME(WS-DATEI-INDEX)) ";"
             WS-DT-ART(WS-DATEI-INDEX) ";"
             WS-ORG-SAETZE ";" WS-ORG-HASHSUMME ";"
             WS-ORG-BYTES ";" WS-ORG-CRC
             DELIMITED BY SIZE INTO WS-MANIFESTZEILE.
         MOVE WS-MANIFESTZEILE TO MAN-UMS-PUFFER.
         MOVE "SUMME" TO MAN-UMS-FUNKTION.
         CALL "umschlag" USING MAN-UMS-UMSCHLAG.
         MOVE WS-MANIFESTZEILE TO MANIFEST-SATZ.
         PERFORM M100-SCHREIBE-MANIFEST.
         IF LAUF-FEHLERHAFT
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-GESICHERT-ZAEHLER.
         MOVE "GESICHERT" TO WS-DTZ-ERGEBNIS.
         PERFORM G200-SCHREIBE-DATEIZEILE.

       D900-MELDE-FEHLER.
         ADD 1 TO WS-FEHLER-ZAEHLER.
         SET LAUF-FEHLERHAFT TO TRUE.
         PERFORM G200-SCHREIBE-DATEIZEILE.
         DISPLAY "DRSICH: " FUNCTION TRIM(WS-DTZ-NAME) " - "
             FUNCTION TRIM(WS-DTZ-ERGEBNIS).

      * Manifest im Buendel mit Umschlag-Kopfsatz.
       M000-OEFFNE-MANIFEST.
         MOVE SPACES TO WS-KOPIE-NAME.
         STRING FUNCTION TRIM(WS-BUENDEL-PFAD) "/MANIFEST.DAT"
             DELIMITED BY SIZE INTO WS-KOPIE-NAME.
         SET ENVIRONMENT "DRMANIF" TO FUNCTION TRIM(WS-KOPIE-NAME).
         OPEN OUTPUT MANIFEST-DATEI.
         IF NOT MANIFEST-STATUS-OK
             DISPLAY "Sorry, unable to open "
                 FUNCTION TRIM(WS-KOPIE-NAME) ", status "
                 MANIFEST-STATUS
             SET LAUF-FEHLERHAFT TO TRUE
             EXIT PARAGRAPH
         END-IF.
         MOVE "DRMANIF" TO MAN-UMS-KENNUNG.
         MOVE "drsich" TO MAN-UMS-PROGRAMM.
         MOVE 1 TO MAN-UMS-GENERATION.
         MOVE "ANFANG" TO MAN-UMS-FUNKTION.
         CALL "umschlag" USING MAN-UMS-UMSCHLAG.
         MOVE "KOPF" TO MAN-UMS-FUNKTION.
         CALL "umschlag" USING MAN-UMS-UMSCHLAG.
         MOVE MAN-UMS-SATZBILD TO MANIFEST-SATZ.
         PERFORM M100-SCHREIBE-MANIFEST.

       M100-SCHREIBE-MANIFEST.
         WRITE MANIFEST-SATZ.
         IF NOT MANIFEST-STATUS-OK
             DISPLAY "Sorry, error writing MANIFEST.DAT, status "
                 MANIFEST-STATUS
             SET LAUF-FEHLERHAFT TO TRUE
         END-IF.

       M900-SCHLIESSE-MANIFEST.
         MOVE "ENDE" TO MAN-UMS-FUNKTION.
         CALL "umschlag" USING MAN-UMS-UMSCHLAG.
         MOVE MAN-UMS-SATZBILD TO MANIFEST-SATZ.
         PERFORM M100-SCHREIBE-MANIFEST.
         CLOSE MANIFEST-DATEI.

      * Vollstaendiges Buendel in <ZIEL>/DRSICH.LOG eintragen.
       L000-TRAGE-BUENDEL-EIN.
         MOVE SPACES TO WS-KOPIE-NAME.
         STRING FUNCTION TRIM(WS-ZIEL) "/DRSICH.LOG"
             DELIMITED BY SIZE INTO WS-KOPIE-NAME.
         SET ENVIRONMENT "DRLOG" TO FUNCTION TRIM(WS-KOPIE-NAME).
         OPEN EXTEND SICHLOG-DATEI.
         IF SICHLOG-STATUS = "35"
             OPEN OUTPUT SICHLOG-DATEI
         END-IF.
         IF NOT SICHLOG-STATUS-OK
             DISPLAY "Sorry, unable to open "
                 FUNCTION TRIM(WS-KOPIE-NAME) ", status "
                 SICHLOG-STATUS
             SET LAUF-FEHLERHAFT TO TRUE
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-GESICHERT-ZAEHLER TO WS-ANZEIGE-ANZAHL.
         IF WS-FEHLT-ZAEHLER > ZERO
             MOVE 4 TO WS-ANZEIGE-RC
         ELSE
             MOVE 0 TO WS-ANZEIGE-RC
         END-IF.
         MOVE SPACES TO SICHLOG-SATZ.
         STRING WS-ZEITSTEMPEL ";" FUNCTION TRIM(WS-BUENDEL-NAME)
             ";" WS-ANZEIGE-ANZAHL ";" WS-ANZEIGE-RC
             DELIMITED BY SIZE INTO SICHLOG-SATZ.
         WRITE SICHLOG-SATZ.
         IF NOT SICHLOG-STATUS-OK
             DISPLAY "Sorry, error writing DRSICH.LOG, status "
                 SICHLOG-STATUS
             SET LAUF-FEHLERHAFT TO TRUE
         END-IF.
         CLOSE SICHLOG-DATEI.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing DRSICH.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 8
         END-IF.

       G100-SCHREIBE-ANZAHL.
         MOVE WS-ANZAHLZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G200-SCHREIBE-DATEIZEILE.
         MOVE WS-DATEIZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       END PROGRAM drsich.

      * vim:ai sw=4 sts=4 expandtab
