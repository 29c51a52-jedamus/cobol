      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Taegliche Vorschau der Zweitanschriften (ZWEITADR.DAT,
      * Satzbild siehe zweitadr.cpy): damit niemand ueberrascht
      * wird, wenn eine Aussendung ploetzlich an eine andere
      * Anschrift geht, listet dieser Lauf jede Zweitanschrift,
      * die in den naechsten 14 Tagen (heute eingeschlossen)
      * gueltig wird (AB) oder ablaeuft (BIS, letzter gueltiger
      * Tag - am Folgetag gilt wieder die Stammanschrift oder
      * eine andere gueltige Zweitanschrift). Der Zeitraum kann
      * mit dem Laufparameter TAGE=nn geaendert werden.
      * Die Namen kommen aus ADDRESS-MASTER.DAT; eine ADR-ID, die
      * dort fehlt, wird als solche gekennzeichnet. Der Bericht
      * ZWEITBER.RPT ist nach Datum geordnet. Eine fehlende
      * ZWEITADR.DAT ergibt einen leeren Bericht.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Zweitanschriften einer logisch geloeschten Adresse
      *     (ADR-LOESCHKZ G, siehe adresse.cpy) werden mit dem Vermerk
      *     (GELOESCHT) vor dem Namen gezeigt - sie werden nicht
      *     wirksam, solange die Adresse nicht wiederhergestellt ist -
      *     und in der Summe DAVON GELOESCHT gezaehlt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. zweitber.
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

           SELECT ADDRESS-MASTER
           ASSIGN TO "ADDRESS-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ADRMAST-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ZWEITBER.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ZWEIT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ZWEIT-SATZ               PIC X(250).

       FD ADDRESS-MASTER
          LABEL RECORDS ARE OMITTED.
       COPY "adresse.cpy".

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(80).
       01 WS-TAGE                     PIC 9(03)   VALUE 14.
       01 WS-HEUTE                    PIC 9(08).
       01 WS-HEUTE-TEXT REDEFINES WS-HEUTE
                                      PIC X(08).
       01 WS-ENDE-DATUM               PIC 9(08).
       01 WS-ENDE-TEXT REDEFINES WS-ENDE-DATUM
                                      PIC X(08).
       01 WS-TAGES-DATUM              PIC 9(08).
       01 WS-TAGES-TEXT REDEFINES WS-TAGES-DATUM
                                      PIC X(08).
       01 WS-HEUTE-TAGESZAHL          PIC 9(07)   COMP VALUE ZERO.
       01 WS-ENDE-TAGESZAHL           PIC 9(07)   COMP VALUE ZERO.
       01 WS-TAGESZAHL                PIC 9(07)   COMP VALUE ZERO.

       01 WS-ZWEIT-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-ZWEITDATEI                  VALUE "J".
       01 WS-MASTER-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-MASTERS                     VALUE "J".

      * Jede Zweitanschrift kann zwei Ereignisse im Zeitraum
      * haben (gueltig ab und gueltig bis).
       01 WS-EREIGNIS-TABELLE.
          05 WS-EREIGNIS              OCCURS 1000 TIMES.
             10 ERG-DATUM             PIC X(08).
             10 ERG-ART               PIC X(01).
             10 ERG-ID                PIC 9(06).
             10 ERG-ANSCHRIFT-ART     PIC X(01).
             10 ERG-ORT               PIC X(40).
             10 ERG-NAME              PIC X(40).
       01 WS-EREIGNIS-ANZAHL          PIC 9(04)   COMP VALUE ZERO.
       01 WS-EREIGNIS-MAXIMUM         PIC 9(04)   COMP VALUE 1000.
       01 WS-EREIGNIS-INDEX           PIC 9(04)   COMP VALUE ZERO.

       01 WS-GELESEN-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-GUELTIG-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABLAUF-ZAEHLER           PIC 9(05)   COMP VALUE ZERO.
       01 WS-OHNE-MASTER-ZAEHLER      PIC 9(05)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-ART                 PIC X(01)   VALUE SPACES.
       01 WS-FELD-AB                  PIC X(08)   VALUE SPACES.
       01 WS-FELD-BIS                 PIC X(08)   VALUE SPACES.
       01 WS-FELD-ABTEILUNG           PIC X(40)   VALUE SPACES.
       01 WS-FELD-ORGANISATION        PIC X(40)   VALUE SPACES.
       01 WS-FELD-STRASSE             PIC X(40)   VALUE SPACES.
       01 WS-FELD-ORT                 PIC X(40)   VALUE SPACES.

       01 WS-BERICHTZEILE             PIC X(100).

       01 WS-EREIGNISZEILE.
          05 WS-EZ-DATUM              PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-EZ-EREIGNIS           PIC X(12).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-EZ-ID                 PIC 9(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-EZ-ART                PIC X(14).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-EZ-NAME               PIC X(30).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-EZ-ORT                PIC X(25).

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
       A000-ZEIGE-VORSCHAU.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         IF WS-KOMMANDOZEILE(1:5) = "TAGE="
             IF FUNCTION TRIM(WS-KOMMANDOZEILE(6:3)) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-KOMMANDOZEILE(6:3))
                     TO WS-TAGE
             ELSE
                 DISPLAY "ZWEITBER: TAGE= ist nicht numerisch"
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE-TEXT.
         COMPUTE WS-HEUTE-TAGESZAHL =
             FUNCTION INTEGER-OF-DATE(WS-HEUTE).
         COMPUTE WS-ENDE-TAGESZAHL = WS-HEUTE-TAGESZAHL + WS-TAGE.
         COMPUTE WS-ENDE-DATUM =
             FUNCTION DATE-OF-INTEGER(WS-ENDE-TAGESZAHL).

         PERFORM B000-SAMMLE-EREIGNISSE.
         IF WS-EREIGNIS-ANZAHL > ZERO
             PERFORM C000-HOLE-NAMEN
         END-IF.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ZWEITBER.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "ZWEITBER VORSCHAU DER ZWEITANSCHRIFTEN, LAUF "
             WS-HEUTE-TEXT ", ZEITRAUM BIS " WS-ENDE-TEXT
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF ZWEIT-STATUS = "35"
             MOVE "ZWEITADR.DAT fehlt - keine Zweitanschriften"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         PERFORM D000-SCHREIBE-TAG
             VARYING WS-TAGESZAHL FROM WS-HEUTE-TAGESZAHL BY 1
             UNTIL WS-TAGESZAHL > WS-ENDE-TAGESZAHL.
         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.

         DISPLAY "ZWEITBER: Zweitanschriften " WS-GELESEN-ZAEHLER
             ", werden gueltig " WS-GUELTIG-ZAEHLER
             ", laufen ab " WS-ABLAUF-ZAEHLER.
         MOVE "zweitber" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-EREIGNIS-ANZAHL TO STAT-SAETZE-AUS.
         MOVE ZERO TO STAT-ABGEWIESEN.
         MOVE 0 TO STAT-RC.
         CALL "statistik" USING STAT-BLOCK.
         STOP RUN.

      * Merkt jede Zweitanschrift, deren AB oder BIS in den
      * Zeitraum faellt.
       B000-SAMMLE-EREIGNISSE.
         OPEN INPUT ZWEIT-DATEI.
         IF ZWEIT-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT ZWEIT-STATUS-OK
             DISPLAY "Sorry, unable to open ZWEITADR.DAT, status "
                 ZWEIT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM B100-LIES-ZWEITZEILE.
         PERFORM B200-PRUEFE-ZWEITZEILE
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

       B200-PRUEFE-ZWEITZEILE.
         IF ZWEIT-SATZ = SPACES
             OR ZWEIT-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             MOVE SPACES TO WS-FELD-ID WS-FELD-ART WS-FELD-AB
                 WS-FELD-BIS WS-FELD-ABTEILUNG
                 WS-FELD-ORGANISATION WS-FELD-STRASSE WS-FELD-ORT
             UNSTRING ZWEIT-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-ART WS-FELD-AB
                      WS-FELD-BIS WS-FELD-ABTEILUNG
                      WS-FELD-ORGANISATION WS-FELD-STRASSE
                      WS-FELD-ORT
             END-UNSTRING
             IF WS-FELD-ID IS NUMERIC
                 ADD 1 TO WS-GELESEN-ZAEHLER
                 IF WS-FELD-AB NOT LESS WS-HEUTE-TEXT
                     AND WS-FELD-AB NOT GREATER WS-ENDE-TEXT
                     ADD 1 TO WS-GUELTIG-ZAEHLER
                     PERFORM B300-MERKE-EREIGNIS
                     MOVE WS-FELD-AB TO ERG-DATUM(WS-EREIGNIS-ANZAHL)
                     MOVE "G" TO ERG-ART(WS-EREIGNIS-ANZAHL)
                 END-IF
                 IF WS-FELD-BIS NOT = SPACES
                     AND WS-FELD-BIS NOT LESS WS-HEUTE-TEXT
                     AND WS-FELD-BIS NOT GREATER WS-ENDE-TEXT
                     ADD 1 TO WS-ABLAUF-ZAEHLER
                     PERFORM B300-MERKE-EREIGNIS
                     MOVE WS-FELD-BIS TO ERG-DATUM(WS-EREIGNIS-ANZAHL)
                     MOVE "A" TO ERG-ART(WS-EREIGNIS-ANZAHL)
                 END-IF
             END-IF
         END-IF.
         PERFORM B100-LIES-ZWEITZEILE.

       B300-MERKE-EREIGNIS.
         IF WS-EREIGNIS-ANZAHL NOT LESS WS-EREIGNIS-MAXIMUM
             DISPLAY "ZWEITBER: mehr als " WS-EREIGNIS-MAXIMUM
                 " Ereignisse im Zeitraum, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-EREIGNIS-ANZAHL.
         MOVE WS-FELD-ID TO ERG-ID(WS-EREIGNIS-ANZAHL).
         MOVE WS-FELD-ART TO ERG-ANSCHRIFT-ART(WS-EREIGNIS-ANZAHL).
         MOVE WS-FELD-ORT TO ERG-ORT(WS-EREIGNIS-ANZAHL).
         MOVE "(NICHT IM MASTER)" TO ERG-NAME(WS-EREIGNIS-ANZAHL).

      * Ein Durchgang durch den Master setzt die Namen ein; Kopf-
      * und Endesatz des Umschlags tragen keine numerische ID.
       C000-HOLE-NAMEN.
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
             PERFORM C300-SETZE-NAMEN
                 VARYING WS-EREIGNIS-INDEX FROM 1 BY 1
                 UNTIL WS-EREIGNIS-INDEX > WS-EREIGNIS-ANZAHL
         END-IF.
         PERFORM C100-LIES-MASTERSATZ.

       C300-SETZE-NAMEN.
         IF ERG-ID(WS-EREIGNIS-INDEX) = ADR-ID
             IF ADR-GELOESCHT
                 MOVE SPACES TO ERG-NAME(WS-EREIGNIS-INDEX)
                 STRING "(GELOESCHT) " ADR-NAME
                     DELIMITED BY SIZE
                     INTO ERG-NAME(WS-EREIGNIS-INDEX)
             ELSE
                 MOVE ADR-NAME TO ERG-NAME(WS-EREIGNIS-INDEX)
             END-IF
         END-IF.

       D000-SCHREIBE-TAG.
         COMPUTE WS-TAGES-DATUM =
             FUNCTION DATE-OF-INTEGER(WS-TAGESZAHL).
         PERFORM D100-SCHREIBE-EREIGNIS
             VARYING WS-EREIGNIS-INDEX FROM 1 BY 1
             UNTIL WS-EREIGNIS-INDEX > WS-EREIGNIS-ANZAHL.

       D100-SCHREIBE-EREIGNIS.
         IF ERG-DATUM(WS-EREIGNIS-INDEX) NOT = WS-TAGES-TEXT
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-TAGES-TEXT TO WS-EZ-DATUM.
         IF ERG-ART(WS-EREIGNIS-INDEX) = "G"
             MOVE "WIRD GUELTIG" TO WS-EZ-EREIGNIS
         ELSE
             MOVE "LAEUFT AB" TO WS-EZ-EREIGNIS
         END-IF.
         MOVE ERG-ID(WS-EREIGNIS-INDEX) TO WS-EZ-ID.
         EVALUATE ERG-ANSCHRIFT-ART(WS-EREIGNIS-INDEX)
             WHEN "B"
                 MOVE "BUERO" TO WS-EZ-ART
             WHEN "P"
                 MOVE "PRIVAT" TO WS-EZ-ART
             WHEN "V"
                 MOVE "VORUEBERGEHEND" TO WS-EZ-ART
             WHEN OTHER
                 MOVE ERG-ANSCHRIFT-ART(WS-EREIGNIS-INDEX)
                     TO WS-EZ-ART
         END-EVALUATE.
         MOVE ERG-NAME(WS-EREIGNIS-INDEX) TO WS-EZ-NAME.
         MOVE ERG-ORT(WS-EREIGNIS-INDEX) TO WS-EZ-ORT.
         IF ERG-NAME(WS-EREIGNIS-INDEX) = "(NICHT IM MASTER)"
             ADD 1 TO WS-OHNE-MASTER-ZAEHLER
         END-IF.
         IF ERG-NAME(WS-EREIGNIS-INDEX)(1:12) = "(GELOESCHT) "
             ADD 1 TO WS-GELOESCHT-ZAEHLER
         END-IF.
         MOVE WS-EREIGNISZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing ZWEITBER.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       H000-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ZWEITANSCHRIFTEN      : " TO WS-SUM-TEXT.
         MOVE WS-GELESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "WERDEN GUELTIG        : " TO WS-SUM-TEXT.
         MOVE WS-GUELTIG-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "LAUFEN AB             : " TO WS-SUM-TEXT.
         MOVE WS-ABLAUF-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON NICHT IM MASTER : " TO WS-SUM-TEXT.
         MOVE WS-OHNE-MASTER-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON GELOESCHT       : " TO WS-SUM-TEXT.
         MOVE WS-GELOESCHT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       END PROGRAM zweitber.

      * vim:ai sw=4 sts=4 expandtab
