      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Pflege der Werbesperre WERBSPERRE.DAT (Satzbild siehe
      * werbsp.cpy): wer anruft oder schreibt, dass er keine
      * Werbung mehr will, wurde bisher per L-Transaktion aus dem
      * Master geloescht - und war damit auch fuer amtliche Post
      * verloren. Jetzt erfasst die Sachbearbeitung solche
      * Wuensche in der Transaktionsdatei WERBTRANS.DAT, je Zeile
      *     AKTION;ADR-ID;GRUND;QUELLE;BIS
      *   AKTION: S = Sperre eintragen (eine bestehende Sperre
      *           derselben ADR-ID wird ersetzt), F = Sperre
      *           aufheben (GRUND/QUELLE/BIS ohne Bedeutung)
      *   GRUND:  WID, DSG, VST oder SON (siehe werbsp.cpy)
      *   QUELLE: Pflichtfeld, woher der Wunsch kam
      *   BIS:    leer = unbefristet, sonst JJJJMMTT
      * Leerzeilen und Zeilen mit * in Spalte 1 werden
      * ueberlesen. Der Lauf laedt die bestehende Sperrdatei,
      * wendet die Transaktionen an, zieht eine Ruecknahmekopie
      * WERBSPERRE.ALT und schreibt die Sperrdatei neu. WERBPFL.RPT
      * weist jede Transaktion mit ihrem Ergebnis, die fehlerhaften
      * mit Grund, und am Ende den ganzen Sperrbestand aus
      * (abgelaufene Sperren markiert - sie bleiben als Nachweis
      * stehen, bis sie ausdruecklich aufgehoben werden).
      * Abgewiesene Transaktionen beenden den Lauf mit
      * RETURN-CODE 4.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. werbpfl.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPERR-DATEI
           ASSIGN TO "WERBSPERRE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS SPERR-STATUS.

           SELECT TRANS-DATEI
           ASSIGN TO "WERBTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS TRANS-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "WERBPFL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SPERR-DATEI
          LABEL RECORDS ARE OMITTED.
           01 SPERR-SATZ               PIC X(80).

       FD TRANS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 TRANS-SATZ               PIC X(80).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-HEUTE                    PIC X(08).
       01 WS-SYSTEMKOMMANDO           PIC X(80).
       01 WS-KOMMANDO-RC              PIC 9(04)   COMP VALUE ZERO.

       01 WS-SPERR-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-SPERRDATEI                  VALUE "J".
       01 WS-TRANS-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-TRANSAKTIONEN               VALUE "J".
       01 WS-SPERRDATEI-SCHALTER      PIC X(01)   VALUE "N".
          88 SPERRDATEI-VORHANDEN                 VALUE "J".

       01 WS-SPERR-TABELLE.
          05 WS-SPERR-EINTRAG         OCCURS 2000 TIMES.
             10 SPE-ID                PIC 9(06).
             10 SPE-GRUND             PIC X(03).
             10 SPE-QUELLE            PIC X(08).
             10 SPE-BIS               PIC X(08).
             10 SPE-EINGETRAGEN       PIC X(08).
             10 SPE-AUFGEHOBEN        PIC X(01).
       01 WS-SPERR-ANZAHL             PIC 9(04)   COMP VALUE ZERO.
       01 WS-SPERR-MAXIMUM            PIC 9(04)   COMP VALUE 2000.
       01 WS-SPERR-INDEX              PIC 9(04)   COMP VALUE ZERO.
       01 WS-SPERR-TREFFER            PIC 9(04)   COMP VALUE ZERO.

       01 WS-GELESEN-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-EINGETRAGEN-ZAEHLER      PIC 9(05)   COMP VALUE ZERO.
       01 WS-ERSETZT-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-AUFGEHOBEN-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABGEWIESEN-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.
       01 WS-BESTAND-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABGELAUFEN-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-AKTION              PIC X(01)   VALUE SPACES.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-GRUND               PIC X(03)   VALUE SPACES.
       01 WS-FELD-QUELLE              PIC X(08)   VALUE SPACES.
       01 WS-FELD-BIS                 PIC X(08)   VALUE SPACES.
       01 WS-FELD-EINGETRAGEN         PIC X(08)   VALUE SPACES.
       01 WS-ID-NUMMER                PIC 9(06)   VALUE ZERO.
       01 WS-FEHLERGRUND              PIC X(40)   VALUE SPACES.

       01 WS-BERICHTZEILE             PIC X(100).
       01 WS-SPERRZEILE               PIC X(80).

       01 WS-TRANSZEILE.
          05 WS-TRZ-AKTION            PIC X(01).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-ID                PIC X(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-GRUND             PIC X(03).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-QUELLE            PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-BIS               PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-ERGEBNIS          PIC X(50).

       01 WS-BESTANDSZEILE.
          05 WS-BSZ-ID                PIC 9(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-GRUND             PIC X(03).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-QUELLE            PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-BIS               PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-EINGETRAGEN       PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-VERMERK           PIC X(12).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==SPERR-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==SPERR-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==SPERR-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==SPERR-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==SPERR-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==TRANS-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==TRANS-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==TRANS-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==TRANS-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==TRANS-STATUS==.
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
       A000-PFLEGE-WERBESPERRE.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open WERBPFL.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "WERBPFL PFLEGE DER WERBESPERRE, LAUF " WS-HEUTE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM B000-LADE-SPERRDATEI.

         OPEN INPUT TRANS-DATEI.
         IF NOT TRANS-STATUS-OK
             DISPLAY "WERBPFL: Transaktionsdatei WERBTRANS.DAT "
                 "fehlt, Status " TRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "TRANSAKTIONEN" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM C100-LIES-TRANSAKTION.
         PERFORM C200-VERARBEITE-TRANSAKTION
             UNTIL ENDE-DER-TRANSAKTIONEN.
         CLOSE TRANS-DATEI.

         PERFORM D000-SCHREIBE-SPERRDATEI.
         PERFORM H000-SCHREIBE-BESTAND.
         PERFORM H200-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.

         DISPLAY "WERBPFL: Transaktionen " WS-GELESEN-ZAEHLER
             ", eingetragen " WS-EINGETRAGEN-ZAEHLER
             ", ersetzt " WS-ERSETZT-ZAEHLER
             ", aufgehoben " WS-AUFGEHOBEN-ZAEHLER
             ", abgewiesen " WS-ABGEWIESEN-ZAEHLER.
         MOVE "werbpfl " TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-BESTAND-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE WS-ABGEWIESEN-ZAEHLER TO STAT-ABGEWIESEN.
         IF WS-ABGEWIESEN-ZAEHLER > ZERO
             MOVE 4 TO STAT-RC
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         IF WS-ABGEWIESEN-ZAEHLER > ZERO
             STOP RUN RETURNING 4
         END-IF.
         STOP RUN.

      * Laedt die bestehende Sperrdatei; fehlt sie, beginnt der
      * Bestand leer (erster Lauf).
       B000-LADE-SPERRDATEI.
         OPEN INPUT SPERR-DATEI.
         IF SPERR-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT SPERR-STATUS-OK
             DISPLAY "Sorry, unable to open WERBSPERRE.DAT, status "
                 SPERR-STATUS
             STOP RUN RETURNING 1
         END-IF.
         SET SPERRDATEI-VORHANDEN TO TRUE.
         PERFORM B100-LIES-SPERRZEILE.
         PERFORM B200-UEBERNIMM-SPERRZEILE
             UNTIL ENDE-DER-SPERRDATEI.
         CLOSE SPERR-DATEI.

       B100-LIES-SPERRZEILE.
         READ SPERR-DATEI
             AT END SET ENDE-DER-SPERRDATEI TO TRUE.
         IF NOT SPERR-STATUS-OK AND NOT SPERR-STATUS-ENDE
             DISPLAY "Sorry, error reading WERBSPERRE.DAT, status "
                 SPERR-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-UEBERNIMM-SPERRZEILE.
         IF SPERR-SATZ = SPACES
             OR SPERR-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             MOVE SPACES TO WS-FELD-ID WS-FELD-GRUND
                 WS-FELD-QUELLE WS-FELD-BIS WS-FELD-EINGETRAGEN
             UNSTRING SPERR-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-GRUND WS-FELD-QUELLE
                      WS-FELD-BIS WS-FELD-EINGETRAGEN
             END-UNSTRING
             IF WS-FELD-ID IS NOT NUMERIC
                 DISPLAY "WERBPFL: Sperrdatei fehlerhaft: "
                     SPERR-SATZ(1:40)
                 STOP RUN RETURNING 1
             END-IF
             PERFORM B300-PRUEFE-PLATZ
             ADD 1 TO WS-SPERR-ANZAHL
             MOVE WS-FELD-ID TO SPE-ID(WS-SPERR-ANZAHL)
             MOVE WS-FELD-GRUND TO SPE-GRUND(WS-SPERR-ANZAHL)
             MOVE WS-FELD-QUELLE TO SPE-QUELLE(WS-SPERR-ANZAHL)
             MOVE WS-FELD-BIS TO SPE-BIS(WS-SPERR-ANZAHL)
             MOVE WS-FELD-EINGETRAGEN
                 TO SPE-EINGETRAGEN(WS-SPERR-ANZAHL)
             MOVE "N" TO SPE-AUFGEHOBEN(WS-SPERR-ANZAHL)
         END-IF.
         PERFORM B100-LIES-SPERRZEILE.

       B300-PRUEFE-PLATZ.
         IF WS-SPERR-ANZAHL NOT LESS WS-SPERR-MAXIMUM
             DISPLAY "WERBPFL: mehr als " WS-SPERR-MAXIMUM
                 " Sperren, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.

       C100-LIES-TRANSAKTION.
         READ TRANS-DATEI
             AT END SET ENDE-DER-TRANSAKTIONEN TO TRUE.
         IF NOT TRANS-STATUS-OK AND NOT TRANS-STATUS-ENDE
             DISPLAY "Sorry, error reading WERBTRANS.DAT, status "
                 TRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.

       C200-VERARBEITE-TRANSAKTION.
         IF TRANS-SATZ = SPACES
             OR TRANS-SATZ(1:1) = "*"
             PERFORM C100-LIES-TRANSAKTION
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-GELESEN-ZAEHLER.
         MOVE SPACES TO WS-FELD-AKTION WS-FELD-ID WS-FELD-GRUND
             WS-FELD-QUELLE WS-FELD-BIS.
         UNSTRING TRANS-SATZ DELIMITED BY ";"
             INTO WS-FELD-AKTION WS-FELD-ID WS-FELD-GRUND
                  WS-FELD-QUELLE WS-FELD-BIS
         END-UNSTRING.
         MOVE WS-FELD-AKTION TO WS-TRZ-AKTION.
         MOVE WS-FELD-ID TO WS-TRZ-ID.
         MOVE WS-FELD-GRUND TO WS-TRZ-GRUND.
         MOVE WS-FELD-QUELLE TO WS-TRZ-QUELLE.
         MOVE WS-FELD-BIS TO WS-TRZ-BIS.
         PERFORM C300-PRUEFE-TRANSAKTION.
         IF WS-FEHLERGRUND NOT = SPACES
             ADD 1 TO WS-ABGEWIESEN-ZAEHLER
             MOVE SPACES TO WS-TRZ-ERGEBNIS
             STRING "ABGEWIESEN: " WS-FEHLERGRUND
                 DELIMITED BY SIZE INTO WS-TRZ-ERGEBNIS
         ELSE
             PERFORM C500-SUCHE-SPERRE
             IF WS-FELD-AKTION = "S"
                 PERFORM C600-TRAGE-SPERRE-EIN
             ELSE
                 PERFORM C700-HEBE-SPERRE-AUF
             END-IF
         END-IF.
         MOVE WS-TRANSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM C100-LIES-TRANSAKTION.

       C300-PRUEFE-TRANSAKTION.
         MOVE SPACES TO WS-FEHLERGRUND.
         IF WS-FELD-AKTION NOT = "S" AND WS-FELD-AKTION NOT = "F"
             MOVE "AKTION MUSS S ODER F SEIN" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TRIM(WS-FELD-ID) IS NOT NUMERIC
             MOVE "ADR-ID NICHT NUMERISCH" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         MOVE FUNCTION NUMVAL(WS-FELD-ID) TO WS-ID-NUMMER.
         IF WS-FELD-AKTION = "F"
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-GRUND NOT = "WID" AND WS-FELD-GRUND NOT = "DSG"
             AND WS-FELD-GRUND NOT = "VST"
             AND WS-FELD-GRUND NOT = "SON"
             MOVE "UNBEKANNTER GRUND" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-QUELLE = SPACES
             MOVE "QUELLE FEHLT" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-BIS NOT = SPACES
             IF WS-FELD-BIS IS NOT NUMERIC
                 MOVE "BIS IST KEIN DATUM JJJJMMTT"
                     TO WS-FEHLERGRUND
                 EXIT PARAGRAPH
             END-IF
             IF FUNCTION TEST-DATE-YYYYMMDD(
                     FUNCTION NUMVAL(WS-FELD-BIS)) NOT = ZERO
                 MOVE "BIS IST KEIN GUELTIGES DATUM"
                     TO WS-FEHLERGRUND
                 EXIT PARAGRAPH
             END-IF
             IF WS-FELD-BIS < WS-HEUTE
                 MOVE "BIS LIEGT IN DER VERGANGENHEIT"
                     TO WS-FEHLERGRUND
             END-IF
         END-IF.

       C500-SUCHE-SPERRE.
         MOVE ZERO TO WS-SPERR-TREFFER.
         PERFORM C510-VERGLEICHE-SPERRE
             VARYING WS-SPERR-INDEX FROM 1 BY 1
             UNTIL WS-SPERR-INDEX > WS-SPERR-ANZAHL.

       C510-VERGLEICHE-SPERRE.
         IF SPE-ID(WS-SPERR-INDEX) = WS-ID-NUMMER
             AND SPE-AUFGEHOBEN(WS-SPERR-INDEX) = "N"
             MOVE WS-SPERR-INDEX TO WS-SPERR-TREFFER
             MOVE WS-SPERR-ANZAHL TO WS-SPERR-INDEX
         END-IF.

      * Eine bestehende Sperre derselben ADR-ID wird ersetzt
      * (neuer Grund, neue Frist), sonst angehaengt.
       C600-TRAGE-SPERRE-EIN.
         IF WS-SPERR-TREFFER = ZERO
             PERFORM B300-PRUEFE-PLATZ
             ADD 1 TO WS-SPERR-ANZAHL
             MOVE WS-SPERR-ANZAHL TO WS-SPERR-TREFFER
             ADD 1 TO WS-EINGETRAGEN-ZAEHLER
             MOVE "EINGETRAGEN" TO WS-TRZ-ERGEBNIS
         ELSE
             ADD 1 TO WS-ERSETZT-ZAEHLER
             MOVE "BESTEHENDE SPERRE ERSETZT" TO WS-TRZ-ERGEBNIS
         END-IF.
         MOVE WS-ID-NUMMER TO SPE-ID(WS-SPERR-TREFFER).
         MOVE WS-FELD-GRUND TO SPE-GRUND(WS-SPERR-TREFFER).
         MOVE WS-FELD-QUELLE TO SPE-QUELLE(WS-SPERR-TREFFER).
         MOVE WS-FELD-BIS TO SPE-BIS(WS-SPERR-TREFFER).
         MOVE WS-HEUTE TO SPE-EINGETRAGEN(WS-SPERR-TREFFER).
         MOVE "N" TO SPE-AUFGEHOBEN(WS-SPERR-TREFFER).

       C700-HEBE-SPERRE-AUF.
         IF WS-SPERR-TREFFER = ZERO
             ADD 1 TO WS-ABGEWIESEN-ZAEHLER
             MOVE "ABGEWIESEN: KEINE SPERRE VORHANDEN"
                 TO WS-TRZ-ERGEBNIS
         ELSE
             MOVE "J" TO SPE-AUFGEHOBEN(WS-SPERR-TREFFER)
             ADD 1 TO WS-AUFGEHOBEN-ZAEHLER
             MOVE "AUFGEHOBEN" TO WS-TRZ-ERGEBNIS
         END-IF.

      * Ruecknahmekopie ziehen, dann die Sperrdatei mit
      * Erlaeuterungskopf und allen nicht aufgehobenen Sperren neu
      * schreiben.
       D000-SCHREIBE-SPERRDATEI.
         IF SPERRDATEI-VORHANDEN
             MOVE SPACES TO WS-SYSTEMKOMMANDO
             MOVE "cp WERBSPERRE.DAT WERBSPERRE.ALT"
                 TO WS-SYSTEMKOMMANDO
             CALL "SYSTEM" USING WS-SYSTEMKOMMANDO
             COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256
             IF WS-KOMMANDO-RC NOT = ZERO
                 DISPLAY "WERBPFL: Ruecknahmekopie WERBSPERRE.ALT "
                     "misslungen (RC " WS-KOMMANDO-RC ")"
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         OPEN OUTPUT SPERR-DATEI.
         IF NOT SPERR-STATUS-OK
             DISPLAY "Sorry, unable to open WERBSPERRE.DAT, status "
                 SPERR-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "* WERBSPERRE.DAT - Werbesperre (Pflege: werbpfl)"
             TO WS-SPERRZEILE.
         PERFORM D200-SCHREIBE-SPERRSATZ.
         MOVE "* Je Zeile: ADR-ID;GRUND;QUELLE;BIS;EINGETRAGEN"
             TO WS-SPERRZEILE.
         PERFORM D200-SCHREIBE-SPERRSATZ.
         MOVE "* BIS leer = unbefristet; siehe werbsp.cpy"
             TO WS-SPERRZEILE.
         PERFORM D200-SCHREIBE-SPERRSATZ.
         PERFORM D100-SCHREIBE-SPERRE
             VARYING WS-SPERR-INDEX FROM 1 BY 1
             UNTIL WS-SPERR-INDEX > WS-SPERR-ANZAHL.
         CLOSE SPERR-DATEI.

       D100-SCHREIBE-SPERRE.
         IF SPE-AUFGEHOBEN(WS-SPERR-INDEX) = "N"
             MOVE SPACES TO WS-SPERRZEILE
             STRING SPE-ID(WS-SPERR-INDEX) ";"
                 FUNCTION TRIM(SPE-GRUND(WS-SPERR-INDEX)) ";"
                 FUNCTION TRIM(SPE-QUELLE(WS-SPERR-INDEX)) ";"
                 FUNCTION TRIM(SPE-BIS(WS-SPERR-INDEX)) ";"
                 FUNCTION TRIM(SPE-EINGETRAGEN(WS-SPERR-INDEX))
                 DELIMITED BY SIZE INTO WS-SPERRZEILE
             PERFORM D200-SCHREIBE-SPERRSATZ
         END-IF.

       D200-SCHREIBE-SPERRSATZ.
         MOVE WS-SPERRZEILE TO SPERR-SATZ.
         WRITE SPERR-SATZ.
         IF NOT SPERR-STATUS-OK
             DISPLAY "Sorry, error writing WERBSPERRE.DAT, status "
                 SPERR-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing WERBPFL.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       H000-SCHREIBE-BESTAND.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SPERRBESTAND" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM H100-SCHREIBE-BESTANDSZEILE
             VARYING WS-SPERR-INDEX FROM 1 BY 1
             UNTIL WS-SPERR-INDEX > WS-SPERR-ANZAHL.

       H100-SCHREIBE-BESTANDSZEILE.
         IF SPE-AUFGEHOBEN(WS-SPERR-INDEX) = "J"
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-BESTAND-ZAEHLER.
         MOVE SPE-ID(WS-SPERR-INDEX) TO WS-BSZ-ID.
         MOVE SPE-GRUND(WS-SPERR-INDEX) TO WS-BSZ-GRUND.
         MOVE SPE-QUELLE(WS-SPERR-INDEX) TO WS-BSZ-QUELLE.
         IF SPE-BIS(WS-SPERR-INDEX) = SPACES
             MOVE "UNBEFR." TO WS-BSZ-BIS
             MOVE SPACES TO WS-BSZ-VERMERK
         ELSE
             MOVE SPE-BIS(WS-SPERR-INDEX) TO WS-BSZ-BIS
             IF SPE-BIS(WS-SPERR-INDEX) < WS-HEUTE
                 ADD 1 TO WS-ABGELAUFEN-ZAEHLER
                 MOVE "ABGELAUFEN" TO WS-BSZ-VERMERK
             ELSE
                 MOVE SPACES TO WS-BSZ-VERMERK
             END-IF
         END-IF.
         MOVE SPE-EINGETRAGEN(WS-SPERR-INDEX) TO WS-BSZ-EINGETRAGEN.
         MOVE WS-BESTANDSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       H200-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRANSAKTIONEN GELESEN : " TO WS-SUM-TEXT.
         MOVE WS-GELESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SPERREN EINGETRAGEN   : " TO WS-SUM-TEXT.
         MOVE WS-EINGETRAGEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SPERREN ERSETZT       : " TO WS-SUM-TEXT.
         MOVE WS-ERSETZT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SPERREN AUFGEHOBEN    : " TO WS-SUM-TEXT.
         MOVE WS-AUFGEHOBEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRANSAKT. ABGEWIESEN  : " TO WS-SUM-TEXT.
         MOVE WS-ABGEWIESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SPERRBESTAND          : " TO WS-SUM-TEXT.
         MOVE WS-BESTAND-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON ABGELAUFEN      : " TO WS-SUM-TEXT.
         MOVE WS-ABGELAUFEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       END PROGRAM werbpfl.

      * vim:ai sw=4 sts=4 expandtab
