      * Umgebungsvariable USER) in das dauerhafte Freigabelog
      * FREIGABE.LOG fortgeschrieben. Der Batchschritt, der die
      * Testumgebung versorgt, ruft dieses Programm statt eines
      * blossen cp (siehe BATCHJOB.MASKE.DEF, Schritt
      * TESTFREIGABE).
      * Ebenso verlangt wird ein passendes PASS der Leckpruefung
      * leckscan im Protokoll LECKSCAN.LOG (gleiches Format): die
      * Datei darf keine echten Namen, Organisationen oder
      * kontonummerartigen Ziffernfolgen aus dem Adressmaster
      * mehr enthalten.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - verlangt zusaetzlich ein passendes PASS der Leckpruefung
      *     leckscan in LECKSCAN.LOG

       IDENTIFICATION DIVISION.
       PROGRAM-ID. freigabe.
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PRUEFLOG-STATUS.

           SELECT LECKLOG-DATEI
           ASSIGN TO "LECKSCAN.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS LECKLOG-STATUS.

           SELECT FREIGABE-DATEI
           ASSIGN TO "FREIGABE.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
          LABEL RECORDS ARE OMITTED.
           01 PRUEFLOG-SATZ            PIC X(100).

       FD LECKLOG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 LECKLOG-SATZ             PIC X(100).

       FD FREIGABE-DATEI
          LABEL RECORDS ARE OMITTED.
           01 FREIGABE-SATZ            PIC X(160).
       01 WS-LOG-ANZAHL               PIC 9(09)   VALUE ZERO.
       01 WS-LOG-HASH                 PIC 9(09)   VALUE ZERO.

       01 WS-LECKLOG-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-LECKLOGS                    VALUE "J".
       01 WS-LECK-GEFUNDEN-SCHALTER   PIC X(01)   VALUE "N".
          88 LECKLOG-GEFUNDEN                     VALUE "J".
       01 WS-LECK-URTEIL              PIC X(04)   VALUE SPACES.
       01 WS-LECK-ANZAHL              PIC 9(09)   VALUE ZERO.
       01 WS-LECK-HASH                PIC 9(09)   VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Prueflogzeile weniger Felder hat.
       01 WS-FELD-ZEIT                PIC X(14)   VALUE SPACES.
                     ==PREFIX-STATUS-ENDE== BY
                         ==PRUEFLOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PRUEFLOG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==LECKLOG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==LECKLOG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==LECKLOG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==LECKLOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==LECKLOG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==FREIGABE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==FREIGABE-STATUS-2==

         PERFORM B000-ZAEHLE-DATEI-NACH.
         PERFORM C000-SUCHE-PRUEFLOG-EINTRAG.
         PERFORM C300-SUCHE-LECKLOG-EINTRAG.
         PERFORM D000-PRUEFE-FREIGABEFAEHIGKEIT.
         PERFORM E000-KOPIERE-ZUM-ZIEL.
         PERFORM F000-SCHREIBE-FREIGABELOG.
         END-IF.
         PERFORM C100-LIES-PRUEFLOGZEILE.

      * Dasselbe fuer das Protokoll der Leckpruefung.
       C300-SUCHE-LECKLOG-EINTRAG.
         OPEN INPUT LECKLOG-DATEI.
         IF NOT LECKLOG-STATUS-OK
             DISPLAY "FREIGABE: Pruefprotokoll LECKSCAN.LOG fehlt "
                 "(Status " LECKLOG-STATUS ") - erst leckscan "
                 "laufen lassen, keine Freigabe"
             STOP RUN RETURNING 8
         END-IF.
         PERFORM C400-LIES-LECKLOGZEILE.
         PERFORM C500-MERKE-LECKLOGZEILE
             UNTIL ENDE-DES-LECKLOGS.
         CLOSE LECKLOG-DATEI.

       C400-LIES-LECKLOGZEILE.
         READ LECKLOG-DATEI
             AT END SET ENDE-DES-LECKLOGS TO TRUE.
         IF NOT LECKLOG-STATUS-OK AND NOT LECKLOG-STATUS-ENDE
             DISPLAY "Sorry, error reading LECKSCAN.LOG, status "
                 LECKLOG-STATUS
             STOP RUN RETURNING 8
         END-IF.

       C500-MERKE-LECKLOGZEILE.
         IF LECKLOG-SATZ = SPACES
             CONTINUE
         ELSE
             MOVE SPACES TO WS-FELD-ZEIT WS-FELD-DATEI
                 WS-FELD-ANZAHL WS-FELD-HASH WS-FELD-URTEIL
             UNSTRING LECKLOG-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ZEIT WS-FELD-DATEI WS-FELD-ANZAHL
                      WS-FELD-HASH WS-FELD-URTEIL
             END-UNSTRING
             IF WS-FELD-DATEI = WS-DATEI-NAME
                 AND WS-FELD-ANZAHL IS NUMERIC
                 AND WS-FELD-HASH IS NUMERIC
                 SET LECKLOG-GEFUNDEN TO TRUE
                 MOVE WS-FELD-URTEIL TO WS-LECK-URTEIL
                 MOVE FUNCTION NUMVAL(WS-FELD-ANZAHL)
                     TO WS-LECK-ANZAHL
                 MOVE FUNCTION NUMVAL(WS-FELD-HASH)
                     TO WS-LECK-HASH
             END-IF
         END-IF.
         PERFORM C400-LIES-LECKLOGZEILE.

       D000-PRUEFE-FREIGABEFAEHIGKEIT.
         IF NOT PRUEFLOG-GEFUNDEN
             DISPLAY "FREIGABE: kein Pruefeintrag fuer "
                 "Freigabe"
             STOP RUN RETURNING 8
         END-IF.
         IF NOT LECKLOG-GEFUNDEN
             DISPLAY "FREIGABE: kein Leckpruefeintrag fuer "
                 FUNCTION TRIM(WS-DATEI-NAME)
                 " in LECKSCAN.LOG - keine Freigabe"
             STOP RUN RETURNING 8
         END-IF.
         IF WS-LECK-URTEIL NOT = "PASS"
             DISPLAY "FREIGABE: juengste Leckpruefung fuer "
                 FUNCTION TRIM(WS-DATEI-NAME) " ist "
                 WS-LECK-URTEIL " - keine Freigabe"
             STOP RUN RETURNING 8
         END-IF.
         IF WS-LECK-ANZAHL NOT = EIN-UMS-SATZANZAHL
             OR WS-LECK-HASH NOT = EIN-UMS-HASHSUMME
             DISPLAY "FREIGABE: Leckpruefeintrag ist veraltet "
                 "(Datei wurde seit dem PASS veraendert) - keine "
                 "Freigabe"
             STOP RUN RETURNING 8
         END-IF.

       E000-KOPIERE-ZUM-ZIEL.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
