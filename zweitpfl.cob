      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Pflege der Zweitanschriften ZWEITADR.DAT (Satzbild siehe
      * zweitadr.cpy): Buero-, Privat- und voruebergehende
      * Anschriften eines Empfaengers werden nicht mehr im Master
      * ueberschrieben, sondern mit ihrer Gueltigkeit in der
      * Transaktionsdatei ZWEITTRANS.DAT erfasst, je Zeile
      *     AKTION;ADR-ID;ART;AB;BIS;ABTEILUNG;ORGANISATION;
      *         STRASSE;ORT;STAAT;PLZ;LAND
      *   AKTION: E = Anschrift eintragen (ein bestehender Eintrag
      *           mit derselben ADR-ID, ART und AB wird ersetzt -
      *           so wird auch eine Frist verlaengert oder
      *           verkuerzt), L = Eintrag loeschen (nur ADR-ID,
      *           ART und AB von Bedeutung)
      *   ART:    B Buero, P privat, V voruebergehend
      *   AB:     JJJJMMTT, erster gueltiger Tag
      *   BIS:    leer = unbefristet, sonst JJJJMMTT (nicht vor
      *           AB); bei V Pflicht
      *   ORT ist Pflicht; ohne LAND oder mit LAND D muss die PLZ
      *   fuenfstellig numerisch sein.
      * Leerzeilen und Zeilen mit * in Spalte 1 werden
      * ueberlesen. Der Lauf laedt die bestehende Datei, wendet
      * die Transaktionen an, zieht eine Ruecknahmekopie
      * ZWEITADR.ALT und schreibt ZWEITADR.DAT neu. ZWEITPFL.RPT
      * weist jede Transaktion mit ihrem Ergebnis, die
      * fehlerhaften mit Grund, und am Ende den ganzen Bestand
      * aus (abgelaufene und kuenftige Anschriften markiert -
      * abgelaufene bleiben als Nachweis stehen, bis sie
      * ausdruecklich geloescht werden). Abgewiesene
      * Transaktionen beenden den Lauf mit RETURN-CODE 4.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. zweitpfl.
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

           SELECT TRANS-DATEI
           ASSIGN TO "ZWEITTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS TRANS-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ZWEITPFL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ZWEIT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ZWEIT-SATZ               PIC X(250).

       FD TRANS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 TRANS-SATZ               PIC X(250).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-HEUTE                    PIC X(08).
       01 WS-SYSTEMKOMMANDO           PIC X(80).
       01 WS-KOMMANDO-RC              PIC 9(04)   COMP VALUE ZERO.

       01 WS-ZWEIT-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-ZWEITDATEI                  VALUE "J".
       01 WS-TRANS-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-TRANSAKTIONEN               VALUE "J".
       01 WS-ZWEITDATEI-SCHALTER      PIC X(01)   VALUE "N".
          88 ZWEITDATEI-VORHANDEN                 VALUE "J".

       01 WS-ZWEIT-TABELLE.
          05 WS-ZWEIT-EINTRAG         OCCURS 2000 TIMES.
             10 ZWE-ID                PIC 9(06).
             10 ZWE-ART               PIC X(01).
             10 ZWE-AB                PIC X(08).
             10 ZWE-BIS               PIC X(08).
             10 ZWE-ABTEILUNG         PIC X(40).
             10 ZWE-ORGANISATION      PIC X(40).
             10 ZWE-STRASSE           PIC X(40).
             10 ZWE-ORT               PIC X(40).
             10 ZWE-STAAT             PIC X(20).
             10 ZWE-PLZ               PIC X(10).
             10 ZWE-LAND              PIC X(03).
             10 ZWE-EINGETRAGEN       PIC X(08).
             10 ZWE-GELOESCHT         PIC X(01).
       01 WS-ZWEIT-ANZAHL             PIC 9(04)   COMP VALUE ZERO.
       01 WS-ZWEIT-MAXIMUM            PIC 9(04)   COMP VALUE 2000.
       01 WS-ZWEIT-INDEX              PIC 9(04)   COMP VALUE ZERO.
       01 WS-ZWEIT-TREFFER            PIC 9(04)   COMP VALUE ZERO.

       01 WS-GELESEN-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-EINGETRAGEN-ZAEHLER      PIC 9(05)   COMP VALUE ZERO.
       01 WS-ERSETZT-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABGEWIESEN-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.
       01 WS-BESTAND-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABGELAUFEN-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.
       01 WS-KUENFTIG-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-AKTION              PIC X(01)   VALUE SPACES.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-ART                 PIC X(01)   VALUE SPACES.
       01 WS-FELD-AB                  PIC X(08)   VALUE SPACES.
       01 WS-FELD-BIS                 PIC X(08)   VALUE SPACES.
       01 WS-FELD-ABTEILUNG           PIC X(40)   VALUE SPACES.
       01 WS-FELD-ORGANISATION        PIC X(40)   VALUE SPACES.
       01 WS-FELD-STRASSE             PIC X(40)   VALUE SPACES.
       01 WS-FELD-ORT                 PIC X(40)   VALUE SPACES.
       01 WS-FELD-STAAT               PIC X(20)   VALUE SPACES.
       01 WS-FELD-PLZ                 PIC X(10)   VALUE SPACES.
       01 WS-FELD-LAND                PIC X(03)   VALUE SPACES.
       01 WS-FELD-EINGETRAGEN         PIC X(08)   VALUE SPACES.
       01 WS-ID-NUMMER                PIC 9(06)   VALUE ZERO.
       01 WS-FEHLERGRUND              PIC X(40)   VALUE SPACES.

       01 WS-BERICHTZEILE             PIC X(100).
       01 WS-ZWEITZEILE               PIC X(250).

       01 WS-TRANSZEILE.
          05 WS-TRZ-AKTION            PIC X(01).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-ID                PIC X(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-ART               PIC X(01).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-AB                PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-BIS               PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-ORT               PIC X(20).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-ERGEBNIS          PIC X(50).

       01 WS-BESTANDSZEILE.
          05 WS-BSZ-ID                PIC 9(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-ART               PIC X(01).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-AB                PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-BIS               PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-ORT               PIC X(30).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-EINGETRAGEN       PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-VERMERK           PIC X(12).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ZWEIT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ZWEIT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ZWEIT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ZWEIT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ZWEIT-STATUS==.
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
       A000-PFLEGE-ZWEITANSCHRIFTEN.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ZWEITPFL.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "ZWEITPFL PFLEGE DER ZWEITANSCHRIFTEN, LAUF "
             WS-HEUTE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM B000-LADE-ZWEITDATEI.

         OPEN INPUT TRANS-DATEI.
         IF NOT TRANS-STATUS-OK
             DISPLAY "ZWEITPFL: Transaktionsdatei ZWEITTRANS.DAT "
                 "fehlt, Status " TRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "TRANSAKTIONEN" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM C100-LIES-TRANSAKTION.
         PERFORM C200-VERARBEITE-TRANSAKTION
             UNTIL ENDE-DER-TRANSAKTIONEN.
         CLOSE TRANS-DATEI.

         PERFORM D000-SCHREIBE-ZWEITDATEI.
         PERFORM H000-SCHREIBE-BESTAND.
         PERFORM H200-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.

         DISPLAY "ZWEITPFL: Transaktionen " WS-GELESEN-ZAEHLER
             ", eingetragen " WS-EINGETRAGEN-ZAEHLER
             ", ersetzt " WS-ERSETZT-ZAEHLER
             ", geloescht " WS-GELOESCHT-ZAEHLER
             ", abgewiesen " WS-ABGEWIESEN-ZAEHLER.
         MOVE "zweitpfl" TO STAT-PROGRAMM.
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

      * Laedt die bestehende Datei; fehlt sie, beginnt der
      * Bestand leer (erster Lauf).
       B000-LADE-ZWEITDATEI.
         OPEN INPUT ZWEIT-DATEI.
         IF ZWEIT-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT ZWEIT-STATUS-OK
             DISPLAY "Sorry, unable to open ZWEITADR.DAT, status "
                 ZWEIT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         SET ZWEITDATEI-VORHANDEN TO TRUE.
         PERFORM B100-LIES-ZWEITZEILE.
         PERFORM B200-UEBERNIMM-ZWEITZEILE
             UNTIL ENDE-DER-ZWEITDATEI.
         CLOSE ZWEIT-DATEI.

       B100-LIES-ZWEITZEILE.
         READ ZWEIT-DATEI
             AT END SET ENDE-DER-ZWEITDATEI TO TRUE.
         IF NOT ZWEIT-STATUS-OK AND NOT ZWEIT-STATUS-ENDE
             DISPLAY "Sorry, error reading ZWEITADR.DAT, status "
                 ZWEIT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-UEBERNIMM-ZWEITZEILE.
         IF ZWEIT-SATZ = SPACES
             OR ZWEIT-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             PERFORM B250-LEERE-FELDER
             UNSTRING ZWEIT-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-ART WS-FELD-AB
                      WS-FELD-BIS WS-FELD-ABTEILUNG
                      WS-FELD-ORGANISATION WS-FELD-STRASSE
                      WS-FELD-ORT WS-FELD-STAAT WS-FELD-PLZ
                      WS-FELD-LAND WS-FELD-EINGETRAGEN
             END-UNSTRING
             IF WS-FELD-ID IS NOT NUMERIC
                 DISPLAY "ZWEITPFL: ZWEITADR.DAT fehlerhaft: "
                     ZWEIT-SATZ(1:40)
                 STOP RUN RETURNING 1
             END-IF
             PERFORM B300-PRUEFE-PLATZ
             ADD 1 TO WS-ZWEIT-ANZAHL
             MOVE WS-ZWEIT-ANZAHL TO WS-ZWEIT-TREFFER
             MOVE WS-FELD-ID TO WS-ID-NUMMER
             PERFORM C650-UEBERTRAGE-FELDER
             MOVE WS-FELD-EINGETRAGEN
                 TO ZWE-EINGETRAGEN(WS-ZWEIT-TREFFER)
         END-IF.
         PERFORM B100-LIES-ZWEITZEILE.

       B250-LEERE-FELDER.
         MOVE SPACES TO WS-FELD-ID WS-FELD-ART WS-FELD-AB
             WS-FELD-BIS WS-FELD-ABTEILUNG WS-FELD-ORGANISATION
             WS-FELD-STRASSE WS-FELD-ORT WS-FELD-STAAT
             WS-FELD-PLZ WS-FELD-LAND WS-FELD-EINGETRAGEN.

       B300-PRUEFE-PLATZ.
         IF WS-ZWEIT-ANZAHL NOT LESS WS-ZWEIT-MAXIMUM
             DISPLAY "ZWEITPFL: mehr als " WS-ZWEIT-MAXIMUM
                 " Zweitanschriften, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.

       C100-LIES-TRANSAKTION.
         READ TRANS-DATEI
             AT END SET ENDE-DER-TRANSAKTIONEN TO TRUE.
         IF NOT TRANS-STATUS-OK AND NOT TRANS-STATUS-ENDE
             DISPLAY "Sorry, error reading ZWEITTRANS.DAT, status "
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
         PERFORM B250-LEERE-FELDER.
         MOVE SPACES TO WS-FELD-AKTION.
         UNSTRING TRANS-SATZ DELIMITED BY ";"
             INTO WS-FELD-AKTION WS-FELD-ID WS-FELD-ART
                  WS-FELD-AB WS-FELD-BIS WS-FELD-ABTEILUNG
                  WS-FELD-ORGANISATION WS-FELD-STRASSE
                  WS-FELD-ORT WS-FELD-STAAT WS-FELD-PLZ
                  WS-FELD-LAND
         END-UNSTRING.
         MOVE WS-FELD-AKTION TO WS-TRZ-AKTION.
         MOVE WS-FELD-ID TO WS-TRZ-ID.
         MOVE WS-FELD-ART TO WS-TRZ-ART.
         MOVE WS-FELD-AB TO WS-TRZ-AB.
         MOVE WS-FELD-BIS TO WS-TRZ-BIS.
         MOVE WS-FELD-ORT TO WS-TRZ-ORT.
         PERFORM C300-PRUEFE-TRANSAKTION.
         IF WS-FEHLERGRUND NOT = SPACES
             ADD 1 TO WS-ABGEWIESEN-ZAEHLER
             MOVE SPACES TO WS-TRZ-ERGEBNIS
             STRING "ABGEWIESEN: " WS-FEHLERGRUND
                 DELIMITED BY SIZE INTO WS-TRZ-ERGEBNIS
         ELSE
             PERFORM C500-SUCHE-EINTRAG
             IF WS-FELD-AKTION = "E"
                 PERFORM C600-TRAGE-ANSCHRIFT-EIN
             ELSE
                 PERFORM C700-LOESCHE-ANSCHRIFT
             END-IF
         END-IF.
         MOVE WS-TRANSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM C100-LIES-TRANSAKTION.

       C300-PRUEFE-TRANSAKTION.
         MOVE SPACES TO WS-FEHLERGRUND.
         IF WS-FELD-AKTION NOT = "E" AND WS-FELD-AKTION NOT = "L"
             MOVE "AKTION MUSS E ODER L SEIN" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TRIM(WS-FELD-ID) IS NOT NUMERIC
             MOVE "ADR-ID NICHT NUMERISCH" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         MOVE FUNCTION NUMVAL(WS-FELD-ID) TO WS-ID-NUMMER.
         IF WS-FELD-ART NOT = "B" AND WS-FELD-ART NOT = "P"
             AND WS-FELD-ART NOT = "V"
             MOVE "ART MUSS B, P ODER V SEIN" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-AB IS NOT NUMERIC
             MOVE "AB IST KEIN DATUM JJJJMMTT" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-FELD-AB)) NOT = ZERO
             MOVE "AB IST KEIN GUELTIGES DATUM" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-AKTION = "L"
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-BIS = SPACES
             IF WS-FELD-ART = "V"
                 MOVE "BIS BEI ART V PFLICHT" TO WS-FEHLERGRUND
             END-IF
         ELSE
             PERFORM C310-PRUEFE-BIS
         END-IF.
         IF WS-FEHLERGRUND NOT = SPACES
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-ORT = SPACES
             MOVE "ORT FEHLT" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-LAND = SPACES OR WS-FELD-LAND = "D"
             IF WS-FELD-PLZ(1:5) IS NOT NUMERIC
                 OR WS-FELD-PLZ(6:5) NOT = SPACES
                 MOVE "PLZ NICHT FUENFSTELLIG NUMERISCH"
                     TO WS-FEHLERGRUND
             END-IF
         END-IF.

       C310-PRUEFE-BIS.
         IF WS-FELD-BIS IS NOT NUMERIC
             MOVE "BIS IST KEIN DATUM JJJJMMTT" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-FELD-BIS)) NOT = ZERO
             MOVE "BIS IST KEIN GUELTIGES DATUM" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-BIS < WS-FELD-AB
             MOVE "BIS LIEGT VOR AB" TO WS-FEHLERGRUND
         END-IF.

      * Schluessel eines Eintrags sind ADR-ID, ART und AB.
       C500-SUCHE-EINTRAG.
         MOVE ZERO TO WS-ZWEIT-TREFFER.
         PERFORM C510-VERGLEICHE-EINTRAG
             VARYING WS-ZWEIT-INDEX FROM 1 BY 1
             UNTIL WS-ZWEIT-INDEX > WS-ZWEIT-ANZAHL.

       C510-VERGLEICHE-EINTRAG.
         IF ZWE-ID(WS-ZWEIT-INDEX) = WS-ID-NUMMER
             AND ZWE-ART(WS-ZWEIT-INDEX) = WS-FELD-ART
             AND ZWE-AB(WS-ZWEIT-INDEX) = WS-FELD-AB
             AND ZWE-GELOESCHT(WS-ZWEIT-INDEX) = "N"
             MOVE WS-ZWEIT-INDEX TO WS-ZWEIT-TREFFER
             MOVE WS-ZWEIT-ANZAHL TO WS-ZWEIT-INDEX
         END-IF.

       C600-TRAGE-ANSCHRIFT-EIN.
         IF WS-ZWEIT-TREFFER = ZERO
             PERFORM B300-PRUEFE-PLATZ
             ADD 1 TO WS-ZWEIT-ANZAHL
             MOVE WS-ZWEIT-ANZAHL TO WS-ZWEIT-TREFFER
             ADD 1 TO WS-EINGETRAGEN-ZAEHLER
             MOVE "EINGETRAGEN" TO WS-TRZ-ERGEBNIS
         ELSE
             ADD 1 TO WS-ERSETZT-ZAEHLER
             MOVE "BESTEHENDEN EINTRAG ERSETZT" TO WS-TRZ-ERGEBNIS
         END-IF.
         PERFORM C650-UEBERTRAGE-FELDER.
         MOVE WS-HEUTE TO ZWE-EINGETRAGEN(WS-ZWEIT-TREFFER).

       C650-UEBERTRAGE-FELDER.
         MOVE WS-ID-NUMMER TO ZWE-ID(WS-ZWEIT-TREFFER).
         MOVE WS-FELD-ART TO ZWE-ART(WS-ZWEIT-TREFFER).
         MOVE WS-FELD-AB TO ZWE-AB(WS-ZWEIT-TREFFER).
         MOVE WS-FELD-BIS TO ZWE-BIS(WS-ZWEIT-TREFFER).
         MOVE WS-FELD-ABTEILUNG TO ZWE-ABTEILUNG(WS-ZWEIT-TREFFER).
         MOVE WS-FELD-ORGANISATION
             TO ZWE-ORGANISATION(WS-ZWEIT-TREFFER).
         MOVE WS-FELD-STRASSE TO ZWE-STRASSE(WS-ZWEIT-TREFFER).
         MOVE WS-FELD-ORT TO ZWE-ORT(WS-ZWEIT-TREFFER).
         MOVE WS-FELD-STAAT TO ZWE-STAAT(WS-ZWEIT-TREFFER).
         MOVE WS-FELD-PLZ TO ZWE-PLZ(WS-ZWEIT-TREFFER).
         MOVE WS-FELD-LAND TO ZWE-LAND(WS-ZWEIT-TREFFER).
         MOVE "N" TO ZWE-GELOESCHT(WS-ZWEIT-TREFFER).

       C700-LOESCHE-ANSCHRIFT.
         IF WS-ZWEIT-TREFFER = ZERO
             ADD 1 TO WS-ABGEWIESEN-ZAEHLER
             MOVE "ABGEWIESEN: KEIN SOLCHER EINTRAG"
                 TO WS-TRZ-ERGEBNIS
         ELSE
             MOVE "J" TO ZWE-GELOESCHT(WS-ZWEIT-TREFFER)
             ADD 1 TO WS-GELOESCHT-ZAEHLER
             MOVE "GELOESCHT" TO WS-TRZ-ERGEBNIS
         END-IF.

      * Ruecknahmekopie ziehen, dann die Datei mit
      * Erlaeuterungskopf und allen nicht geloeschten Eintraegen
      * neu schreiben.
       D000-SCHREIBE-ZWEITDATEI.
         IF ZWEITDATEI-VORHANDEN
             MOVE SPACES TO WS-SYSTEMKOMMANDO
             MOVE "cp ZWEITADR.DAT ZWEITADR.ALT"
                 TO WS-SYSTEMKOMMANDO
             CALL "SYSTEM" USING WS-SYSTEMKOMMANDO
             COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256
             IF WS-KOMMANDO-RC NOT = ZERO
                 DISPLAY "ZWEITPFL: Ruecknahmekopie ZWEITADR.ALT "
                     "misslungen (RC " WS-KOMMANDO-RC ")"
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         OPEN OUTPUT ZWEIT-DATEI.
         IF NOT ZWEIT-STATUS-OK
             DISPLAY "Sorry, unable to open ZWEITADR.DAT, status "
                 ZWEIT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "* ZWEITADR.DAT - Zweitanschriften (Pflege: zweitpfl)"
             TO WS-ZWEITZEILE.
         PERFORM D200-SCHREIBE-ZWEITSATZ.
         MOVE SPACES TO WS-ZWEITZEILE.
         STRING "* Je Zeile: ADR-ID;ART;AB;BIS;ABTEILUNG;"
             "ORGANISATION;STRASSE;ORT;STAAT;PLZ;LAND;EINGETRAGEN"
             DELIMITED BY SIZE INTO WS-ZWEITZEILE.
         PERFORM D200-SCHREIBE-ZWEITSATZ.
         MOVE "* ART B/P/V; BIS leer = unbefristet; siehe zweitadr.cpy"
             TO WS-ZWEITZEILE.
         PERFORM D200-SCHREIBE-ZWEITSATZ.
         PERFORM D100-SCHREIBE-EINTRAG
             VARYING WS-ZWEIT-INDEX FROM 1 BY 1
             UNTIL WS-ZWEIT-INDEX > WS-ZWEIT-ANZAHL.
         CLOSE ZWEIT-DATEI.

       D100-SCHREIBE-EINTRAG.
         IF ZWE-GELOESCHT(WS-ZWEIT-INDEX) = "N"
             MOVE SPACES TO WS-ZWEITZEILE
             STRING ZWE-ID(WS-ZWEIT-INDEX) ";"
                 ZWE-ART(WS-ZWEIT-INDEX) ";"
                 ZWE-AB(WS-ZWEIT-INDEX) ";"
                 FUNCTION TRIM(ZWE-BIS(WS-ZWEIT-INDEX)) ";"
                 FUNCTION TRIM(ZWE-ABTEILUNG(WS-ZWEIT-INDEX)) ";"
                 FUNCTION TRIM(ZWE-ORGANISATION(WS-ZWEIT-INDEX)) ";"
                 FUNCTION TRIM(ZWE-STRASSE(WS-ZWEIT-INDEX)) ";"
                 FUNCTION TRIM(ZWE-ORT(WS-ZWEIT-INDEX)) ";"
                 FUNCTION TRIM(ZWE-STAAT(WS-ZWEIT-INDEX)) ";"
                 FUNCTION TRIM(ZWE-PLZ(WS-ZWEIT-INDEX)) ";"
                 FUNCTION TRIM(ZWE-LAND(WS-ZWEIT-INDEX)) ";"
                 FUNCTION TRIM(ZWE-EINGETRAGEN(WS-ZWEIT-INDEX))
                 DELIMITED BY SIZE INTO WS-ZWEITZEILE
             PERFORM D200-SCHREIBE-ZWEITSATZ
         END-IF.

       D200-SCHREIBE-ZWEITSATZ.
         MOVE WS-ZWEITZEILE TO ZWEIT-SATZ.
         WRITE ZWEIT-SATZ.
         IF NOT ZWEIT-STATUS-OK
             DISPLAY "Sorry, error writing ZWEITADR.DAT, status "
                 ZWEIT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing ZWEITPFL.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       H000-SCHREIBE-BESTAND.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "BESTAND DER ZWEITANSCHRIFTEN" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM H100-SCHREIBE-BESTANDSZEILE
             VARYING WS-ZWEIT-INDEX FROM 1 BY 1
             UNTIL WS-ZWEIT-INDEX > WS-ZWEIT-ANZAHL.

       H100-SCHREIBE-BESTANDSZEILE.
         IF ZWE-GELOESCHT(WS-ZWEIT-INDEX) = "J"
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-BESTAND-ZAEHLER.
         MOVE ZWE-ID(WS-ZWEIT-INDEX) TO WS-BSZ-ID.
         MOVE ZWE-ART(WS-ZWEIT-INDEX) TO WS-BSZ-ART.
         MOVE ZWE-AB(WS-ZWEIT-INDEX) TO WS-BSZ-AB.
         MOVE ZWE-ORT(WS-ZWEIT-INDEX) TO WS-BSZ-ORT.
         MOVE SPACES TO WS-BSZ-VERMERK.
         IF ZWE-BIS(WS-ZWEIT-INDEX) = SPACES
             MOVE "UNBEFR." TO WS-BSZ-BIS
         ELSE
             MOVE ZWE-BIS(WS-ZWEIT-INDEX) TO WS-BSZ-BIS
             IF ZWE-BIS(WS-ZWEIT-INDEX) < WS-HEUTE
                 ADD 1 TO WS-ABGELAUFEN-ZAEHLER
                 MOVE "ABGELAUFEN" TO WS-BSZ-VERMERK
             END-IF
         END-IF.
         IF ZWE-AB(WS-ZWEIT-INDEX) > WS-HEUTE
             ADD 1 TO WS-KUENFTIG-ZAEHLER
             MOVE "KUENFTIG" TO WS-BSZ-VERMERK
         END-IF.
         MOVE ZWE-EINGETRAGEN(WS-ZWEIT-INDEX) TO WS-BSZ-EINGETRAGEN.
         MOVE WS-BESTANDSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       H200-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRANSAKTIONEN GELESEN : " TO WS-SUM-TEXT.
         MOVE WS-GELESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ANSCHRIFTEN EINGETR.  : " TO WS-SUM-TEXT.
         MOVE WS-EINGETRAGEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ANSCHRIFTEN ERSETZT   : " TO WS-SUM-TEXT.
         MOVE WS-ERSETZT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ANSCHRIFTEN GELOESCHT : " TO WS-SUM-TEXT.
         MOVE WS-GELOESCHT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRANSAKT. ABGEWIESEN  : " TO WS-SUM-TEXT.
         MOVE WS-ABGEWIESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "BESTAND               : " TO WS-SUM-TEXT.
         MOVE WS-BESTAND-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON ABGELAUFEN      : " TO WS-SUM-TEXT.
         MOVE WS-ABGELAUFEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON KUENFTIG        : " TO WS-SUM-TEXT.
         MOVE WS-KUENFTIG-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       END PROGRAM zweitpfl.

      * vim:ai sw=4 sts=4 expandtab
