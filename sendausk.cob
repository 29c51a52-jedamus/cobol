      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Auskunft ueber die Versandhistorie SENDHIST.DAT
      * (geschrieben vom Unterprogramm sendhist aus beisp13,
      * serienbf und buero SENDEN): zeigt zu einer ADR-ID jedes
      * Stueck, das wir ihr geschickt haben - Versandtag,
      * Kampagne, Kanal (Etikett, Brief, Druckbuero) und das
      * druckende Programm. Aufruf:
      *     sendausk adr-id
      * Bericht auf Konsole und nach SENDAUSK.RPT. Beschwert sich
      * jemand ueber zu viel Post, liest der Sachbearbeiter hier
      * ab, was wann auf welchem Weg hinausging; die
      * Kontaktgrenze dazu steht in KONTAKT.TAB (siehe adrwahl).
      * Ohne Eintrag endet der Lauf mit RETURN-CODE 2.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sendausk.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIEN-DATEI
           ASSIGN TO "SENDHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS HISTORIE-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "SENDAUSK.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 HISTORIEN-SATZ           PIC X(80).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(80).
       01 WS-SUCH-NUMMER              PIC 9(06).
       01 WS-SUCH-ID                  PIC X(06).

       01 WS-HISTORIE-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-HISTORIE                    VALUE "J".

       01 WS-TREFFER-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-ETIKETT-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-BRIEF-ZAEHLER            PIC 9(05)   COMP VALUE ZERO.
       01 WS-BUERO-ZAEHLER            PIC 9(05)   COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-KAMPAGNE            PIC X(04)   VALUE SPACES.
       01 WS-FELD-VERSANDTAG          PIC X(08)   VALUE SPACES.
       01 WS-FELD-KANAL               PIC X(01)   VALUE SPACES.
       01 WS-FELD-PROGRAMM            PIC X(08)   VALUE SPACES.

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-KOPFZEILE.
          05 FILLER                   PIC X(12)   VALUE "VERSANDTAG  ".
          05 FILLER                   PIC X(10)   VALUE "KAMPAGNE  ".
          05 FILLER                   PIC X(14)   VALUE "KANAL".
          05 FILLER                   PIC X(08)   VALUE "PROGRAMM".

       01 WS-EINTRAGZEILE.
          05 WS-EIN-VERSANDTAG        PIC X(10).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-EIN-KAMPAGNE          PIC X(08).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-EIN-KANAL             PIC X(12).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-EIN-PROGRAMM          PIC X(08).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==HISTORIE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==HISTORIE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==HISTORIE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==HISTORIE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==HISTORIE-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-ZEIGE-VERSANDHISTORIE.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         IF WS-KOMMANDOZEILE = SPACES
             OR FUNCTION TRIM(WS-KOMMANDOZEILE) IS NOT NUMERIC
             DISPLAY "SENDAUSK: Aufruf: sendausk adr-id"
             STOP RUN RETURNING 1
         END-IF.
         MOVE FUNCTION NUMVAL(WS-KOMMANDOZEILE) TO WS-SUCH-NUMMER.
         MOVE WS-SUCH-NUMMER TO WS-SUCH-ID.

         OPEN INPUT HISTORIEN-DATEI.
         IF NOT HISTORIE-STATUS-OK
             DISPLAY "SENDAUSK: Versandhistorie SENDHIST.DAT fehlt, "
                 "Status " HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open SENDAUSK.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "SENDAUSK VERSANDHISTORIE ZU ADR-ID " WS-SUCH-ID
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM B000-LIES-HISTORIENZEILE.
         PERFORM C000-PRUEFE-HISTORIENZEILE
             UNTIL ENDE-DER-HISTORIE.
         CLOSE HISTORIEN-DATEI.

         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "STUECKE GEFUNDEN      : " TO WS-SUM-TEXT.
         MOVE WS-TREFFER-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  DAVON ETIKETT       : " TO WS-SUM-TEXT.
         MOVE WS-ETIKETT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  DAVON BRIEF         : " TO WS-SUM-TEXT.
         MOVE WS-BRIEF-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  DAVON DRUCKBUERO    : " TO WS-SUM-TEXT.
         MOVE WS-BUERO-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         CLOSE BERICHT-DATEI.
         IF WS-TREFFER-ZAEHLER = ZERO
             STOP RUN RETURNING 2
         END-IF.
         STOP RUN.

       B000-LIES-HISTORIENZEILE.
         READ HISTORIEN-DATEI
             AT END SET ENDE-DER-HISTORIE TO TRUE.
         IF NOT HISTORIE-STATUS-OK AND NOT HISTORIE-STATUS-ENDE
             DISPLAY "Sorry, error reading SENDHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * ADR-ID;KAMPAGNE;VERSANDTAG;KANAL;PROGRAMM (siehe
      * sendhist.cpy); die Datei ist nach dem Versand
      * fortgeschrieben, die Auskunft damit chronologisch.
       C000-PRUEFE-HISTORIENZEILE.
         IF HISTORIEN-SATZ(1:6) = WS-SUCH-ID
             PERFORM C100-ZEIGE-EINTRAG
         END-IF.
         PERFORM B000-LIES-HISTORIENZEILE.

       C100-ZEIGE-EINTRAG.
         ADD 1 TO WS-TREFFER-ZAEHLER.
         MOVE SPACES TO WS-FELD-ID WS-FELD-KAMPAGNE
             WS-FELD-VERSANDTAG WS-FELD-KANAL WS-FELD-PROGRAMM.
         UNSTRING HISTORIEN-SATZ DELIMITED BY ";"
             INTO WS-FELD-ID WS-FELD-KAMPAGNE WS-FELD-VERSANDTAG
                  WS-FELD-KANAL WS-FELD-PROGRAMM
         END-UNSTRING.
         MOVE SPACES TO WS-EIN-VERSANDTAG.
         STRING WS-FELD-VERSANDTAG(7:2) "."
             WS-FELD-VERSANDTAG(5:2) "."
             WS-FELD-VERSANDTAG(1:4)
             DELIMITED BY SIZE INTO WS-EIN-VERSANDTAG.
         IF WS-FELD-KAMPAGNE = "0001"
             MOVE "ANONYM" TO WS-EIN-KAMPAGNE
         ELSE
             MOVE WS-FELD-KAMPAGNE TO WS-EIN-KAMPAGNE
         END-IF.
         EVALUATE WS-FELD-KANAL
             WHEN "E"
                 MOVE "ETIKETT" TO WS-EIN-KANAL
                 ADD 1 TO WS-ETIKETT-ZAEHLER
             WHEN "B"
                 MOVE "BRIEF" TO WS-EIN-KANAL
                 ADD 1 TO WS-BRIEF-ZAEHLER
             WHEN "D"
                 MOVE "DRUCKBUERO" TO WS-EIN-KANAL
                 ADD 1 TO WS-BUERO-ZAEHLER
             WHEN OTHER
                 MOVE WS-FELD-KANAL TO WS-EIN-KANAL
         END-EVALUATE.
         MOVE WS-FELD-PROGRAMM TO WS-EIN-PROGRAMM.
         MOVE WS-EINTRAGZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G000-SCHREIBE-BERICHTZEILE.
         DISPLAY FUNCTION TRIM(WS-BERICHTZEILE TRAILING).
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing SENDAUSK.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       END PROGRAM sendausk.

      * vim:ai sw=4 sts=4 expandtab
