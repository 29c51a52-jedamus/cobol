      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Monatlicher Zugriffsbericht aus dem Zugriffsprotokoll
      * ZUGANG.LOG (siehe zugang.cpy): wer hat sich an den
      * Dialogprogrammen adrmaske, betrmask und adrsuche
      * angemeldet, wer wurde abgewiesen, wem wurde eine
      * Menueauswahl verweigert und wer hat was geaendert.
      * Aufruf:
      *     zugber [JJJJMM]   (Standard: der Vormonat)
      * Ergebnis ist ZUGBER.RPT mit
      *   - je Benutzer der Zahl der Anmeldungen, Abweisungen,
      *     Verweigerungen und Aenderungen,
      *   - der Liste aller Aenderungen des Monats in zeitlicher
      *     Folge (Zeitpunkt, Benutzer, Programm, Menueauswahl,
      *     Text),
      *   - der Liste aller Abweisungen und Verweigerungen.
      * Fehlt ZUGANG.LOG, wird das im Bericht vermerkt. Vorgesehen
      * als monatlicher Schritt in BATCHJOB.DEF am Monatsersten.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Das Ereignis ERSTKENNWORT (Ersteinrichtung, siehe
      *     zugang.cpy) zaehlt und erscheint wie eine Aenderung; das
      *     Ereignisfeld ist dafuer zwoelf Stellen breit.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. zugber.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTOKOLL-DATEI
           ASSIGN TO "ZUGANG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PROTOKOLL-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ZUGBER.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROTOKOLL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PROTOKOLL-SATZ           PIC X(160).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(80).
       01 WS-MONAT                    PIC X(06).
       01 WS-MONAT-ANZEIGE            PIC X(07).
       01 WS-HEUTE                    PIC X(08).
       01 WS-JAHR                     PIC 9(04).
       01 WS-MONAT-NUMMER             PIC 9(02).

       01 WS-PROTOKOLL-ENDE-SCHALTER  PIC X(01)   VALUE "N".
          88 ENDE-DES-PROTOKOLLS                  VALUE "J".
       01 WS-PROTOKOLL-DA-SCHALTER    PIC X(01)   VALUE "J".
          88 PROTOKOLL-DA                         VALUE "J".

      * Welche Zeilen der Durchlauf durch das Protokoll auswertet:
      * Z = zaehlen, A = Aenderungen listen, V = Abweisungen und
      * Verweigerungen listen.
       01 WS-DURCHLAUF                PIC X(01).
          88 DURCHLAUF-ZAEHLEN                    VALUE "Z".
          88 DURCHLAUF-AENDERUNGEN                VALUE "A".
          88 DURCHLAUF-VERWEIGERUNGEN             VALUE "V".

      * Zerlegte Protokollzeile.
       01 WS-PROTOKOLL-FELDER.
          05 WS-PRT-ZEIT              PIC X(14).
          05 WS-PRT-BENUTZER          PIC X(08).
          05 WS-PRT-PROGRAMM          PIC X(08).
          05 WS-PRT-EREIGNIS          PIC X(12).
          05 WS-PRT-AUSWAHL           PIC X(01).
          05 WS-PRT-TEXT              PIC X(60).

      * Zaehler je Benutzer.
       01 WS-BENUTZER-TABELLE.
          05 WS-BENUTZER-EINTRAG      OCCURS 200 TIMES.
             10 BEN-BENUTZER          PIC X(08).
             10 BEN-ANMELDUNGEN       PIC 9(05)   COMP.
             10 BEN-ABWEISUNGEN       PIC 9(05)   COMP.
             10 BEN-VERWEIGERT        PIC 9(05)   COMP.
             10 BEN-AENDERUNGEN       PIC 9(05)   COMP.
       01 WS-BENUTZER-ANZAHL          PIC 9(04)   COMP VALUE ZERO.
       01 WS-BENUTZER-MAXIMUM         PIC 9(04)   COMP VALUE 200.
       01 WS-BENUTZER-INDEX           PIC 9(04)   COMP.
       01 WS-BENUTZER-GEFUNDEN        PIC 9(04)   COMP.

       01 WS-ZEILEN-IM-MONAT          PIC 9(07)   COMP VALUE ZERO.
       01 WS-AENDERUNGS-ZAEHLER       PIC 9(07)   COMP VALUE ZERO.
       01 WS-VERWEIGERUNGS-ZAEHLER    PIC 9(07)   COMP VALUE ZERO.
       01 WS-UNBEKANNTE-ZAEHLER       PIC 9(07)   COMP VALUE ZERO.

       01 WS-SUMMENZEILE.
          05 WS-SUM-BENUTZER          PIC X(08).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-SUM-ANMELDUNGEN       PIC Z(11)9.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-SUM-ABWEISUNGEN       PIC Z(11)9.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-SUM-VERWEIGERT        PIC Z(11)9.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-SUM-AENDERUNGEN       PIC Z(11)9.

       01 WS-LISTENZEILE.
          05 WS-LST-DATUM             PIC X(10).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-LST-UHRZEIT           PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-LST-BENUTZER          PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-LST-PROGRAMM          PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-LST-AUSWAHL           PIC X(01).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-LST-EREIGNIS          PIC X(13).
          05 WS-LST-TEXT              PIC X(60).

       01 WS-ANZAHLZEILE.
          05 WS-ANZ-TEXT              PIC X(32).
          05 WS-ANZ-ANZAHL            PIC Z(06)9.

       01 WS-BERICHTZEILE             PIC X(120).

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==PROTOKOLL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==PROTOKOLL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==PROTOKOLL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==PROTOKOLL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PROTOKOLL-STATUS==.
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
       A000-ERSTELLE-ZUGRIFFSBERICHT.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         IF WS-KOMMANDOZEILE = SPACES
             PERFORM A100-BESTIMME-VORMONAT
         ELSE
             MOVE WS-KOMMANDOZEILE(1:6) TO WS-MONAT
             IF WS-MONAT IS NOT NUMERIC
                 OR WS-KOMMANDOZEILE(7:74) NOT = SPACES
                 OR WS-MONAT(5:2) < "01" OR WS-MONAT(5:2) > "12"
                 DISPLAY "ZUGBER: Aufruf: zugber [JJJJMM]"
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         MOVE SPACES TO WS-MONAT-ANZEIGE.
         STRING WS-MONAT(5:2) "/" WS-MONAT(1:4)
             DELIMITED BY SIZE INTO WS-MONAT-ANZEIGE.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ZUGBER.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "ZUGBER ZUGRIFFSBERICHT DIALOGPROGRAMME "
             WS-MONAT-ANZEIGE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         SET DURCHLAUF-ZAEHLEN TO TRUE.
         PERFORM B000-LIES-PROTOKOLL.
         IF NOT PROTOKOLL-DA
             MOVE "KEIN ZUGRIFFSPROTOKOLL ZUGANG.LOG VORHANDEN"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         ELSE
             PERFORM D000-SCHREIBE-BENUTZERSUMMEN
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "AENDERUNGEN IM MONAT" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             PERFORM E000-SCHREIBE-LISTENKOPF
             SET DURCHLAUF-AENDERUNGEN TO TRUE
             PERFORM B000-LIES-PROTOKOLL
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "ABWEISUNGEN UND VERWEIGERUNGEN IM MONAT"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             PERFORM E000-SCHREIBE-LISTENKOPF
             SET DURCHLAUF-VERWEIGERUNGEN TO TRUE
             PERFORM B000-LIES-PROTOKOLL
         END-IF.
         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.

         DISPLAY "ZUGBER: Monat " WS-MONAT
             ", Protokollzeilen " WS-ZEILEN-IM-MONAT
             ", Aenderungen " WS-AENDERUNGS-ZAEHLER
             ", Abweisungen/Verweigerungen "
             WS-VERWEIGERUNGS-ZAEHLER.
         MOVE "zugber" TO STAT-PROGRAMM.
         MOVE WS-ZEILEN-IM-MONAT TO STAT-SAETZE-EIN.
         MOVE WS-AENDERUNGS-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE ZERO TO STAT-ABGEWIESEN.
         MOVE 0 TO STAT-RC.
         CALL "statistik" USING STAT-BLOCK.
         STOP RUN.

      * Standardmonat ist der Vormonat: der Schritt laeuft am
      * Monatsersten fuer den abgelaufenen Monat.
       A100-BESTIMME-VORMONAT.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         MOVE WS-HEUTE(1:4) TO WS-JAHR.
         MOVE WS-HEUTE(5:2) TO WS-MONAT-NUMMER.
         IF WS-MONAT-NUMMER = 1
             MOVE 12 TO WS-MONAT-NUMMER
             SUBTRACT 1 FROM WS-JAHR
         ELSE
             SUBTRACT 1 FROM WS-MONAT-NUMMER
         END-IF.
         MOVE WS-JAHR TO WS-MONAT(1:4).
         MOVE WS-MONAT-NUMMER TO WS-MONAT(5:2).

      * Ein Durchlauf durch das Protokoll; welche Zeilen des
      * Monats ausgewertet werden, bestimmt WS-DURCHLAUF.
       B000-LIES-PROTOKOLL.
         MOVE "N" TO WS-PROTOKOLL-ENDE-SCHALTER.
         OPEN INPUT PROTOKOLL-DATEI.
         IF PROTOKOLL-STATUS = "35"
             MOVE "N" TO WS-PROTOKOLL-DA-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         IF NOT PROTOKOLL-STATUS-OK
             DISPLAY "Sorry, unable to open ZUGANG.LOG, status "
                 PROTOKOLL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM B100-LIES-PROTOKOLLZEILE.
         PERFORM B200-WERTE-PROTOKOLLZEILE-AUS
             UNTIL ENDE-DES-PROTOKOLLS.
         CLOSE PROTOKOLL-DATEI.

       B100-LIES-PROTOKOLLZEILE.
         READ PROTOKOLL-DATEI
             AT END SET ENDE-DES-PROTOKOLLS TO TRUE.
         IF NOT PROTOKOLL-STATUS-OK AND NOT PROTOKOLL-STATUS-ENDE
             DISPLAY "Sorry, error reading ZUGANG.LOG, status "
                 PROTOKOLL-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-WERTE-PROTOKOLLZEILE-AUS.
         IF PROTOKOLL-SATZ(1:6) = WS-MONAT
             MOVE SPACES TO WS-PROTOKOLL-FELDER
             UNSTRING PROTOKOLL-SATZ DELIMITED BY ";"
                 INTO WS-PRT-ZEIT WS-PRT-BENUTZER WS-PRT-PROGRAMM
                      WS-PRT-EREIGNIS WS-PRT-AUSWAHL WS-PRT-TEXT
             END-UNSTRING
             EVALUATE TRUE
                 WHEN DURCHLAUF-ZAEHLEN
                     PERFORM C000-ZAEHLE-ZEILE
                 WHEN DURCHLAUF-AENDERUNGEN
                     IF WS-PRT-EREIGNIS = "AENDERUNG"
                         OR WS-PRT-EREIGNIS = "ERSTKENNWORT"
                         PERFORM E100-SCHREIBE-LISTENZEILE
                     END-IF
                 WHEN DURCHLAUF-VERWEIGERUNGEN
                     IF WS-PRT-EREIGNIS = "ABWEISUNG"
                         OR WS-PRT-EREIGNIS = "VERWEIGERT"
                         PERFORM E100-SCHREIBE-LISTENZEILE
                     END-IF
             END-EVALUATE
         END-IF.
         PERFORM B100-LIES-PROTOKOLLZEILE.

       C000-ZAEHLE-ZEILE.
         ADD 1 TO WS-ZEILEN-IM-MONAT.
         EVALUATE WS-PRT-EREIGNIS
             WHEN "ABWEISUNG"
             WHEN "VERWEIGERT"
                 ADD 1 TO WS-VERWEIGERUNGS-ZAEHLER
             WHEN "AENDERUNG"
             WHEN "ERSTKENNWORT"
                 ADD 1 TO WS-AENDERUNGS-ZAEHLER
             WHEN OTHER
                 CONTINUE
         END-EVALUATE.
         PERFORM C100-SUCHE-BENUTZER.
         IF WS-BENUTZER-GEFUNDEN = ZERO
             EXIT PARAGRAPH
         END-IF.
         EVALUATE WS-PRT-EREIGNIS
             WHEN "ANMELDUNG"
                 ADD 1 TO BEN-ANMELDUNGEN(WS-BENUTZER-GEFUNDEN)
             WHEN "ABWEISUNG"
                 ADD 1 TO BEN-ABWEISUNGEN(WS-BENUTZER-GEFUNDEN)
             WHEN "VERWEIGERT"
                 ADD 1 TO BEN-VERWEIGERT(WS-BENUTZER-GEFUNDEN)
             WHEN "AENDERUNG"
             WHEN "ERSTKENNWORT"
                 ADD 1 TO BEN-AENDERUNGEN(WS-BENUTZER-GEFUNDEN)
             WHEN OTHER
                 CONTINUE
         END-EVALUATE.

      * Benutzer in der Zaehlertabelle suchen und bei Bedarf
      * anlegen; ist die Tabelle voll, wird die Zeile nur im
      * Gesamtzaehler gefuehrt.
       C100-SUCHE-BENUTZER.
         MOVE ZERO TO WS-BENUTZER-GEFUNDEN.
         PERFORM C200-VERGLEICHE-BENUTZER
             VARYING WS-BENUTZER-INDEX FROM 1 BY 1
             UNTIL WS-BENUTZER-INDEX > WS-BENUTZER-ANZAHL
                 OR WS-BENUTZER-GEFUNDEN NOT = ZERO.
         IF WS-BENUTZER-GEFUNDEN NOT = ZERO
             EXIT PARAGRAPH
         END-IF.
         IF WS-BENUTZER-ANZAHL NOT < WS-BENUTZER-MAXIMUM
             ADD 1 TO WS-UNBEKANNTE-ZAEHLER
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-BENUTZER-ANZAHL.
         MOVE WS-BENUTZER-ANZAHL TO WS-BENUTZER-GEFUNDEN.
         MOVE WS-PRT-BENUTZER TO BEN-BENUTZER(WS-BENUTZER-ANZAHL).
         MOVE ZERO TO BEN-ANMELDUNGEN(WS-BENUTZER-ANZAHL)
                      BEN-ABWEISUNGEN(WS-BENUTZER-ANZAHL)
                      BEN-VERWEIGERT(WS-BENUTZER-ANZAHL)
                      BEN-AENDERUNGEN(WS-BENUTZER-ANZAHL).

       C200-VERGLEICHE-BENUTZER.
         IF BEN-BENUTZER(WS-BENUTZER-INDEX) = WS-PRT-BENUTZER
             MOVE WS-BENUTZER-INDEX TO WS-BENUTZER-GEFUNDEN
         END-IF.

       D000-SCHREIBE-BENUTZERSUMMEN.
         MOVE "BENUTZER" TO WS-BERICHTZEILE(1:8).
         MOVE "ANMELDUNGEN" TO WS-BERICHTZEILE(12:11).
         MOVE "ABWEISUNGEN" TO WS-BERICHTZEILE(26:11).
         MOVE "VERWEIGERT" TO WS-BERICHTZEILE(41:10).
         MOVE "AENDERUNGEN" TO WS-BERICHTZEILE(54:11).
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM D100-SCHREIBE-BENUTZERZEILE
             VARYING WS-BENUTZER-INDEX FROM 1 BY 1
             UNTIL WS-BENUTZER-INDEX > WS-BENUTZER-ANZAHL.
         IF WS-BENUTZER-ANZAHL = ZERO
             MOVE "KEINE ZUGRIFFE IM MONAT" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       D100-SCHREIBE-BENUTZERZEILE.
         MOVE BEN-BENUTZER(WS-BENUTZER-INDEX) TO WS-SUM-BENUTZER.
         IF WS-SUM-BENUTZER = SPACES
             MOVE "(LEER)" TO WS-SUM-BENUTZER
         END-IF.
         MOVE BEN-ANMELDUNGEN(WS-BENUTZER-INDEX)
             TO WS-SUM-ANMELDUNGEN.
         MOVE BEN-ABWEISUNGEN(WS-BENUTZER-INDEX)
             TO WS-SUM-ABWEISUNGEN.
         MOVE BEN-VERWEIGERT(WS-BENUTZER-INDEX)
             TO WS-SUM-VERWEIGERT.
         MOVE BEN-AENDERUNGEN(WS-BENUTZER-INDEX)
             TO WS-SUM-AENDERUNGEN.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       E000-SCHREIBE-LISTENKOPF.
         MOVE SPACES TO WS-LISTENZEILE.
         MOVE "DATUM" TO WS-LST-DATUM.
         MOVE "UHRZEIT" TO WS-LST-UHRZEIT.
         MOVE "BENUTZER" TO WS-LST-BENUTZER.
         MOVE "PROGRAMM" TO WS-LST-PROGRAMM.
         MOVE "M" TO WS-LST-AUSWAHL.
         MOVE "EREIGNIS" TO WS-LST-EREIGNIS.
         MOVE "TEXT" TO WS-LST-TEXT.
         MOVE WS-LISTENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       E100-SCHREIBE-LISTENZEILE.
         MOVE SPACES TO WS-LISTENZEILE.
         STRING WS-PRT-ZEIT(7:2) "." WS-PRT-ZEIT(5:2) "."
             WS-PRT-ZEIT(1:4)
             DELIMITED BY SIZE INTO WS-LST-DATUM.
         STRING WS-PRT-ZEIT(9:2) ":" WS-PRT-ZEIT(11:2) ":"
             WS-PRT-ZEIT(13:2)
             DELIMITED BY SIZE INTO WS-LST-UHRZEIT.
         MOVE WS-PRT-BENUTZER TO WS-LST-BENUTZER.
         MOVE WS-PRT-PROGRAMM TO WS-LST-PROGRAMM.
         MOVE WS-PRT-AUSWAHL TO WS-LST-AUSWAHL.
         MOVE WS-PRT-EREIGNIS TO WS-LST-EREIGNIS.
         MOVE WS-PRT-TEXT TO WS-LST-TEXT.
         MOVE WS-LISTENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing ZUGBER.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.

       H000-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "PROTOKOLLZEILEN IM MONAT      : " TO WS-ANZ-TEXT.
         MOVE WS-ZEILEN-IM-MONAT TO WS-ANZ-ANZAHL.
         PERFORM H100-SCHREIBE-ANZAHL.
         MOVE "BENUTZER                      : " TO WS-ANZ-TEXT.
         MOVE WS-BENUTZER-ANZAHL TO WS-ANZ-ANZAHL.
         PERFORM H100-SCHREIBE-ANZAHL.
         MOVE "AENDERUNGEN                   : " TO WS-ANZ-TEXT.
         MOVE WS-AENDERUNGS-ZAEHLER TO WS-ANZ-ANZAHL.
         PERFORM H100-SCHREIBE-ANZAHL.
         MOVE "ABWEISUNGEN UND VERWEIGERUNGEN: " TO WS-ANZ-TEXT.
         MOVE WS-VERWEIGERUNGS-ZAEHLER TO WS-ANZ-ANZAHL.
         PERFORM H100-SCHREIBE-ANZAHL.
         IF WS-UNBEKANNTE-ZAEHLER NOT = ZERO
             MOVE "ZEILEN OHNE PLATZ IN TABELLE  : " TO WS-ANZ-TEXT
             MOVE WS-UNBEKANNTE-ZAEHLER TO WS-ANZ-ANZAHL
             PERFORM H100-SCHREIBE-ANZAHL
         END-IF.

       H100-SCHREIBE-ANZAHL.
         MOVE WS-ANZAHLZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       END PROGRAM zugber.

      * vim:ai sw=4 sts=4 expandtab
