      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Rueckfluss zum Mutterhaus: mutterkv bringt die
      * Aktualisierungen des Grossrechners herein, aber unsere
      * eigenen Korrekturen, Neuzugaenge und Retouren gingen nie
      * zurueck, und die Kopie im Mutterhaus lief Monat fuer Monat
      * weiter von unserer weg. Dieses Programm sammelt alle
      * Aenderungen seit der letzten erfolgreichen Sendung
      *   - aus der Aenderungshistorie ADRHIST.DAT (Aktionen
      *     N, A, L; die Organisationsverknuepfung O von orgumbau
      *     zaehlt wie A, eine Wiederherstellung W geht als N
      *     hinaus, die endgueltige Tilgung P gar nicht - das
      *     Mutterhaus hat die Loeschung schon mit L erhalten;
      *     siehe adrhist.cpy) und
      *   - aus dem Retourenjournal RETOURHIS.DAT von adrretour
      *     (eine Retoure geht als Loeschung L hinaus - das
      *     Satzbild des Mutterhauses kennt keinen
      *     Zustellstatus)
      * und schreibt sie im Satzbild des Mutterhauses (wie bei
      * mutterkv, LRECL 136, ohne Umschlag)
      *     SATZART      X(01)   N/A/L
      *     MH-NAME      X(35)
      *     MH-ABTEILUNG X(35)
      *     MH-ORGANISAT X(35)
      *     MH-ORT       X(25)
      *     MH-PLZ       X(05)
      * nach MUTTERAUS.DAT; umsetz LS2FB und codepage A2E machen
      * daraus die CP273-Festblockdatei MUTTERAUS.EBC (siehe
      * BATCHJOB.MH.DEF). Schluessel im Mutterhaus ist der Name: eine
      * Aenderung mit neuem Namen geht deshalb als L (alter Name)
      * und N (neuer Name) hinaus, eine Aenderung, die keines der
      * fuenf Felder beruehrt, gar nicht. Aenderungen, die selbst
      * aus dem Mutterhaus-Feed stammen (Quelle mutterkv), werden
      * nicht zurueckgeschickt.
      *
      * Der Sendestand steht in MUTTERSD.STD:
      *     GESENDET;HIST-ZEIT;RETOUR-ZEIT
      *     OFFEN;HIST-ZEIT;RETOUR-ZEIT;LAUFZEIT
      * (Zeiten JJJJMMTTHHMMSS). Ein Sendelauf nimmt alles nach
      * dem GESENDET-Stand und vermerkt den neuen Stand nur als
      * OFFEN; erst
      *     muttersd QUITTUNG
      * nach erfolgreicher Uebertragung macht ihn zum
      * GESENDET-Stand. Im Strom MH laeuft die Quittung darum erst
      * nach dem Warteschritt MH-SEND-OK: die Dateiuebertragung
      * legt nach der Bestaetigung durch das Mutterhaus ihr
      * Protokoll als MUTTERAUS.OK ab; fehlt es bis zum CUTOFF,
      * unterbleibt die Quittung. Wird von Hand uebertragen,
      * ruft die Betriebsfuehrung QUITTUNG erst nach der
      * Bestaetigung auf. Scheitert die Uebertragung, baut der
      * naechste Sendelauf die Sendung vom alten Stand aus neu
      * auf - nichts geht doppelt hinaus, nichts geht verloren.
      * Ohne MUTTERSD.STD wird die ganze Historie gesendet.
      * Der Sendebericht MUTTERSD.RPT nennt jeden Satz und die
      * Anzahlen je Satzart. Retouren ohne Mastersatz und
      * Historienzeilen mit unbekannter Aktion enden mit
      * RETURN-CODE 4.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - HISTORIEN-SATZ auf X(546) (Loeschkennzeichen im
      *     Adresssatz). Die logische Loeschung L geht wie bisher als
      *     L hinaus, die Wiederherstellung W als N; die Tilgung P
      *     wird nur gezaehlt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. muttersd.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAND-DATEI
           ASSIGN TO "MUTTERSD.STD"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS STAND-STATUS.

           SELECT HISTORIEN-DATEI
           ASSIGN TO "ADRHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS HISTORIE-STATUS.

           SELECT RETOUREN-DATEI
           ASSIGN TO "RETOURHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS RETOUR-STATUS.

           SELECT ADDRESS-MASTER
           ASSIGN TO "ADDRESS-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ADRMAST-STATUS.

           SELECT MUTTER-DATEI
           ASSIGN TO "MUTTERAUS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS MUTTER-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "MUTTERSD.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STAND-DATEI
          LABEL RECORDS ARE OMITTED.
           01 STAND-SATZ               PIC X(80).

       FD HISTORIEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 HISTORIEN-SATZ           PIC X(546).

       FD RETOUREN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 RETOUREN-SATZ            PIC X(80).

       FD ADDRESS-MASTER
          LABEL RECORDS ARE OMITTED.
           01 MASTER-SATZ              PIC X(254).

       FD MUTTER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 MUTTER-SATZ.
              05 MH-SATZART            PIC X(01).
              05 MH-NAME               PIC X(35).
              05 MH-ABTEILUNG          PIC X(35).
              05 MH-ORGANISATION       PIC X(35).
              05 MH-ORT                PIC X(25).
              05 MH-PLZ                PIC X(05).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(80).
       01 WS-LAUFZEIT                 PIC X(14).

       01 WS-STAND-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DES-STANDES                     VALUE "J".
       01 WS-HISTORIE-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-HISTORIE                    VALUE "J".
       01 WS-RETOUREN-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-RETOUREN                    VALUE "J".
       01 WS-MASTER-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-MASTERS                     VALUE "J".
       01 WS-OFFEN-SCHALTER           PIC X(01)   VALUE "N".
          88 SENDUNG-OFFEN                        VALUE "J".
       01 WS-STAND-VORHANDEN-SCHALTER PIC X(01)   VALUE "N".
          88 STAND-VORHANDEN                      VALUE "J".

      * Sendestand: quittiert (GESENDET), offen (OFFEN) und der
      * in diesem Lauf erreichte neue Stand.
       01 WS-HIST-GESENDET            PIC X(14)   VALUE ALL "0".
       01 WS-RETOUR-GESENDET          PIC X(14)   VALUE ALL "0".
       01 WS-HIST-OFFEN               PIC X(14)   VALUE ALL "0".
       01 WS-RETOUR-OFFEN             PIC X(14)   VALUE ALL "0".
       01 WS-LAUF-OFFEN               PIC X(14)   VALUE SPACES.
       01 WS-HIST-NEU                 PIC X(14)   VALUE ALL "0".
       01 WS-RETOUR-NEU               PIC X(14)   VALUE ALL "0".

      * Retouren seit dem Stand, je ADR-ID einmal; den Satz fuer
      * das Mutterhaus setzt der Durchgang durch den Master ein.
       01 WS-RETOUREN-TABELLE.
          05 WS-RETOUREN-EINTRAG      OCCURS 5000 TIMES.
             10 RTE-ID                PIC X(06).
             10 RTE-GRUND             PIC X(20).
             10 RTE-GEFUNDEN          PIC X(01).
                88 RTE-IM-MASTER                  VALUE "J".
             10 RTE-MH-SATZ           PIC X(136).
       01 WS-RTE-ANZAHL               PIC 9(04)   COMP VALUE ZERO.
       01 WS-RTE-MAXIMUM              PIC 9(04)   COMP VALUE 5000.
       01 WS-RTE-INDEX                PIC 9(04)   COMP VALUE ZERO.
       01 WS-RTE-TREFFER              PIC 9(04)   COMP VALUE ZERO.

      * Satz im Satzbild des Mutterhauses; Vorher und Nachher
      * einer Aenderung zum Vergleich.
       01 WS-MH-AUFBAU.
          05 MHA-SATZART              PIC X(01).
          05 MHA-NAME                 PIC X(35).
          05 MHA-ABTEILUNG            PIC X(35).
          05 MHA-ORGANISATION         PIC X(35).
          05 MHA-ORT                  PIC X(25).
          05 MHA-PLZ                  PIC X(05).
       01 WS-MH-VORHER                PIC X(136).
       01 WS-MH-NACHHER               PIC X(136).
       01 WS-SATZBILD                 PIC X(240).

       01 WS-HIST-ZEIT                PIC X(14).
       01 WS-HIST-QUELLE              PIC X(08).
       01 WS-HIST-AKTION              PIC X(01).

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-ART                 PIC X(08)   VALUE SPACES.
       01 WS-FELD-HIST                PIC X(14)   VALUE SPACES.
       01 WS-FELD-RETOUR              PIC X(14)   VALUE SPACES.
       01 WS-FELD-LAUF                PIC X(14)   VALUE SPACES.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-GRUND               PIC X(20)   VALUE SPACES.
       01 WS-FELD-ZEIT                PIC X(14)   VALUE SPACES.

       01 WS-HIST-GELESEN-ZAEHLER     PIC 9(07)   COMP VALUE ZERO.
       01 WS-RETOUR-GELESEN-ZAEHLER   PIC 9(07)   COMP VALUE ZERO.
       01 WS-BEREITS-ZAEHLER          PIC 9(07)   COMP VALUE ZERO.
       01 WS-AUS-MUTTERHAUS-ZAEHLER   PIC 9(07)   COMP VALUE ZERO.
       01 WS-OHNE-BELANG-ZAEHLER      PIC 9(07)   COMP VALUE ZERO.
       01 WS-TILGUNG-ZAEHLER          PIC 9(07)   COMP VALUE ZERO.
       01 WS-NAMENSWECHSEL-ZAEHLER    PIC 9(07)   COMP VALUE ZERO.
       01 WS-UNBEKANNT-ZAEHLER        PIC 9(07)   COMP VALUE ZERO.
       01 WS-RETOUR-DOPPELT-ZAEHLER   PIC 9(07)   COMP VALUE ZERO.
       01 WS-RETOUR-OHNE-ZAEHLER      PIC 9(07)   COMP VALUE ZERO.
       01 WS-NEU-ZAEHLER              PIC 9(07)   COMP VALUE ZERO.
       01 WS-AENDERUNG-ZAEHLER        PIC 9(07)   COMP VALUE ZERO.
       01 WS-LOESCHUNG-ZAEHLER        PIC 9(07)   COMP VALUE ZERO.
       01 WS-RETOUR-ZAEHLER           PIC 9(07)   COMP VALUE ZERO.
       01 WS-GESENDET-ZAEHLER         PIC 9(07)   COMP VALUE ZERO.
       01 WS-ABGEWIESEN-ZAEHLER       PIC 9(07)   COMP VALUE ZERO.

       01 WS-BERICHTZEILE             PIC X(100).

       01 WS-SENDEZEILE.
          05 WS-SZ-SATZART            PIC X(01).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SZ-ID                 PIC X(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SZ-NAME               PIC X(35).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SZ-TEXT               PIC X(40).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZZZ9.

       COPY "adresse.cpy".

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==STAND-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==STAND-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==STAND-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==STAND-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==STAND-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==HISTORIE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==HISTORIE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==HISTORIE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==HISTORIE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==HISTORIE-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==RETOUR-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==RETOUR-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==RETOUR-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==RETOUR-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==RETOUR-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ADRMAST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ADRMAST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ADRMAST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ADRMAST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ADRMAST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==MUTTER-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==MUTTER-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==MUTTER-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==MUTTER-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==MUTTER-STATUS==.
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
       A000-SENDE-AENDERUNGEN.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LAUFZEIT.
         PERFORM B000-LIES-SENDESTAND.
         EVALUATE WS-KOMMANDOZEILE
             WHEN SPACES
             WHEN "SENDEN"
                 CONTINUE
             WHEN "QUITTUNG"
                 PERFORM Q000-QUITTIERE-SENDUNG
                 STOP RUN
             WHEN OTHER
                 DISPLAY "MUTTERSD: Aufruf: muttersd [SENDEN|QUITTUNG]"
                 STOP RUN RETURNING 1
         END-EVALUATE.
         MOVE WS-HIST-GESENDET TO WS-HIST-NEU.
         MOVE WS-RETOUR-GESENDET TO WS-RETOUR-NEU.

         PERFORM C000-LADE-RETOUREN.
         IF WS-RTE-ANZAHL > ZERO
             PERFORM C300-HOLE-MASTERDATEN
         END-IF.

         OPEN OUTPUT MUTTER-DATEI.
         IF NOT MUTTER-STATUS-OK
             DISPLAY "Sorry, unable to open MUTTERAUS.DAT, status "
                 MUTTER-STATUS
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open MUTTERSD.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "MUTTERSD SENDEBERICHT RUECKFLUSS MUTTERHAUS, LAUF "
             WS-LAUFZEIT
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "HISTORIE NACH " WS-HIST-GESENDET
             ", RETOUREN NACH " WS-RETOUR-GESENDET
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF NOT STAND-VORHANDEN
             MOVE "MUTTERSD.STD fehlt - erste Sendung, ganze Historie"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         IF SENDUNG-OFFEN
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "WIEDERHOLUNG: Sendung vom " WS-LAUF-OFFEN
                 " nicht quittiert, wird neu aufgebaut"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM D000-SENDE-HISTORIE.
         PERFORM E000-SENDE-RETOUREN
             VARYING WS-RTE-INDEX FROM 1 BY 1
             UNTIL WS-RTE-INDEX > WS-RTE-ANZAHL.
         CLOSE MUTTER-DATEI.

         MOVE WS-HIST-NEU TO WS-HIST-OFFEN.
         MOVE WS-RETOUR-NEU TO WS-RETOUR-OFFEN.
         MOVE WS-LAUFZEIT TO WS-LAUF-OFFEN.
         SET SENDUNG-OFFEN TO TRUE.
         PERFORM F000-SCHREIBE-SENDESTAND.

         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.
         COMPUTE WS-ABGEWIESEN-ZAEHLER =
             WS-UNBEKANNT-ZAEHLER + WS-RETOUR-OHNE-ZAEHLER.
         DISPLAY "MUTTERSD: gesendet " WS-GESENDET-ZAEHLER
             " (N " WS-NEU-ZAEHLER ", A " WS-AENDERUNG-ZAEHLER
             ", L " WS-LOESCHUNG-ZAEHLER ", Retouren "
             WS-RETOUR-ZAEHLER "), abgewiesen "
             WS-ABGEWIESEN-ZAEHLER.
         DISPLAY "MUTTERSD: neuer Stand offen bis zur Quittung "
             "(muttersd QUITTUNG)".
         MOVE "muttersd" TO STAT-PROGRAMM.
         COMPUTE STAT-SAETZE-EIN =
             WS-HIST-GELESEN-ZAEHLER + WS-RETOUR-GELESEN-ZAEHLER.
         MOVE WS-GESENDET-ZAEHLER TO STAT-SAETZE-AUS.
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

      * Sendestand lesen; ohne Datei gilt alles als ungesendet.
       B000-LIES-SENDESTAND.
         OPEN INPUT STAND-DATEI.
         IF STAND-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT STAND-STATUS-OK
             DISPLAY "Sorry, unable to open MUTTERSD.STD, status "
                 STAND-STATUS
             STOP RUN RETURNING 1
         END-IF.
         SET STAND-VORHANDEN TO TRUE.
         PERFORM B100-LIES-STANDZEILE.
         PERFORM B200-UEBERNIMM-STANDZEILE
             UNTIL ENDE-DES-STANDES.
         CLOSE STAND-DATEI.

       B100-LIES-STANDZEILE.
         READ STAND-DATEI
             AT END SET ENDE-DES-STANDES TO TRUE.
         IF NOT STAND-STATUS-OK AND NOT STAND-STATUS-ENDE
             DISPLAY "Sorry, error reading MUTTERSD.STD, status "
                 STAND-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-UEBERNIMM-STANDZEILE.
         IF STAND-SATZ NOT = SPACES
             AND STAND-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ART WS-FELD-HIST
                 WS-FELD-RETOUR WS-FELD-LAUF
             UNSTRING STAND-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ART WS-FELD-HIST
                      WS-FELD-RETOUR WS-FELD-LAUF
             END-UNSTRING
             IF WS-FELD-HIST IS NOT NUMERIC
                 OR WS-FELD-RETOUR IS NOT NUMERIC
                 DISPLAY "MUTTERSD: MUTTERSD.STD unlesbar: "
                     STAND-SATZ(1:50)
                 STOP RUN RETURNING 1
             END-IF
             EVALUATE WS-FELD-ART
                 WHEN "GESENDET"
                     MOVE WS-FELD-HIST TO WS-HIST-GESENDET
                     MOVE WS-FELD-RETOUR TO WS-RETOUR-GESENDET
                 WHEN "OFFEN"
                     SET SENDUNG-OFFEN TO TRUE
                     MOVE WS-FELD-HIST TO WS-HIST-OFFEN
                     MOVE WS-FELD-RETOUR TO WS-RETOUR-OFFEN
                     MOVE WS-FELD-LAUF TO WS-LAUF-OFFEN
                 WHEN OTHER
                     DISPLAY "MUTTERSD: MUTTERSD.STD unlesbar: "
                         STAND-SATZ(1:50)
                     STOP RUN RETURNING 1
             END-EVALUATE
         END-IF.
         PERFORM B100-LIES-STANDZEILE.

      * Retouren nach dem Stand einsammeln, je ADR-ID einmal.
       C000-LADE-RETOUREN.
         OPEN INPUT RETOUREN-DATEI.
         IF RETOUR-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT RETOUR-STATUS-OK
             DISPLAY "Sorry, unable to open RETOURHIS.DAT, status "
                 RETOUR-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM C100-LIES-RETOURE.
         PERFORM C200-UEBERNIMM-RETOURE
             UNTIL ENDE-DER-RETOUREN.
         CLOSE RETOUREN-DATEI.

       C100-LIES-RETOURE.
         READ RETOUREN-DATEI
             AT END SET ENDE-DER-RETOUREN TO TRUE.
         IF NOT RETOUR-STATUS-OK AND NOT RETOUR-STATUS-ENDE
             DISPLAY "Sorry, error reading RETOURHIS.DAT, status "
                 RETOUR-STATUS
             STOP RUN RETURNING 1
         END-IF.

       C200-UEBERNIMM-RETOURE.
         IF RETOUREN-SATZ NOT = SPACES
             AND RETOUREN-SATZ(1:1) NOT = "*"
             ADD 1 TO WS-RETOUR-GELESEN-ZAEHLER
             MOVE SPACES TO WS-FELD-ID WS-FELD-GRUND WS-FELD-ZEIT
             UNSTRING RETOUREN-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-GRUND WS-FELD-ZEIT
             END-UNSTRING
             IF WS-FELD-ZEIT > WS-RETOUR-GESENDET
                 PERFORM C210-MERKE-RETOURE
             ELSE
                 ADD 1 TO WS-BEREITS-ZAEHLER
             END-IF
         END-IF.
         PERFORM C100-LIES-RETOURE.

       C210-MERKE-RETOURE.
         IF WS-FELD-ZEIT > WS-RETOUR-NEU
             MOVE WS-FELD-ZEIT TO WS-RETOUR-NEU
         END-IF.
         MOVE ZERO TO WS-RTE-TREFFER.
         PERFORM C220-SUCHE-RETOURE
             VARYING WS-RTE-INDEX FROM 1 BY 1
             UNTIL WS-RTE-INDEX > WS-RTE-ANZAHL
                 OR WS-RTE-TREFFER > ZERO.
         IF WS-RTE-TREFFER > ZERO
             ADD 1 TO WS-RETOUR-DOPPELT-ZAEHLER
             EXIT PARAGRAPH
         END-IF.
         IF WS-RTE-ANZAHL NOT LESS WS-RTE-MAXIMUM
             DISPLAY "MUTTERSD: mehr als " WS-RTE-MAXIMUM
                 " Retouren seit der letzten Sendung"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-RTE-ANZAHL.
         MOVE WS-FELD-ID TO RTE-ID(WS-RTE-ANZAHL).
         MOVE WS-FELD-GRUND TO RTE-GRUND(WS-RTE-ANZAHL).
         MOVE "N" TO RTE-GEFUNDEN(WS-RTE-ANZAHL).
         MOVE SPACES TO RTE-MH-SATZ(WS-RTE-ANZAHL).

       C220-SUCHE-RETOURE.
         IF RTE-ID(WS-RTE-INDEX) = WS-FELD-ID
             MOVE WS-RTE-INDEX TO WS-RTE-TREFFER
         END-IF.

      * Ein Durchgang durch den Master setzt die Saetze fuer die
      * Retouren ein (Umschlagsaetze haben keine numerische ID).
       C300-HOLE-MASTERDATEN.
         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM C310-LIES-MASTERSATZ.
         PERFORM C320-PRUEFE-MASTERSATZ
             UNTIL ENDE-DES-MASTERS.
         CLOSE ADDRESS-MASTER.

       C310-LIES-MASTERSATZ.
         READ ADDRESS-MASTER
             AT END SET ENDE-DES-MASTERS TO TRUE.
         IF NOT ADRMAST-STATUS-OK AND NOT ADRMAST-STATUS-ENDE
             DISPLAY "Sorry, error reading ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

       C320-PRUEFE-MASTERSATZ.
         IF MASTER-SATZ(1:6) IS NUMERIC
             PERFORM C330-SETZE-RETOURE
                 VARYING WS-RTE-INDEX FROM 1 BY 1
                 UNTIL WS-RTE-INDEX > WS-RTE-ANZAHL
         END-IF.
         PERFORM C310-LIES-MASTERSATZ.

       C330-SETZE-RETOURE.
         IF RTE-ID(WS-RTE-INDEX) = MASTER-SATZ(1:6)
             MOVE MASTER-SATZ(1:240) TO WS-SATZBILD
             PERFORM M000-BILDE-MH-SATZ
             MOVE "L" TO MHA-SATZART
             MOVE WS-MH-AUFBAU TO RTE-MH-SATZ(WS-RTE-INDEX)
             SET RTE-IM-MASTER(WS-RTE-INDEX) TO TRUE
         END-IF.

      * Historie nach dem Stand in Saetze des Mutterhauses
      * umsetzen.
       D000-SENDE-HISTORIE.
         OPEN INPUT HISTORIEN-DATEI.
         IF HISTORIE-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT HISTORIE-STATUS-OK
             DISPLAY "Sorry, unable to open ADRHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM D100-LIES-HISTORIE.
         PERFORM D200-PRUEFE-HISTZEILE
             UNTIL ENDE-DER-HISTORIE.
         CLOSE HISTORIEN-DATEI.

       D100-LIES-HISTORIE.
         READ HISTORIEN-DATEI
             AT END SET ENDE-DER-HISTORIE TO TRUE.
         IF NOT HISTORIE-STATUS-OK AND NOT HISTORIE-STATUS-ENDE
             DISPLAY "Sorry, error reading ADRHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.

       D200-PRUEFE-HISTZEILE.
         IF HISTORIEN-SATZ NOT = SPACES
             ADD 1 TO WS-HIST-GELESEN-ZAEHLER
             MOVE HISTORIEN-SATZ(8:14) TO WS-HIST-ZEIT
             MOVE HISTORIEN-SATZ(23:8) TO WS-HIST-QUELLE
             MOVE HISTORIEN-SATZ(32:1) TO WS-HIST-AKTION
             IF WS-HIST-ZEIT > WS-HIST-GESENDET
                 PERFORM D300-UEBERNIMM-AENDERUNG
             ELSE
                 ADD 1 TO WS-BEREITS-ZAEHLER
             END-IF
         END-IF.
         PERFORM D100-LIES-HISTORIE.

       D300-UEBERNIMM-AENDERUNG.
         IF WS-HIST-ZEIT > WS-HIST-NEU
             MOVE WS-HIST-ZEIT TO WS-HIST-NEU
         END-IF.
         IF WS-HIST-QUELLE = "mutterkv"
             ADD 1 TO WS-AUS-MUTTERHAUS-ZAEHLER
             EXIT PARAGRAPH
         END-IF.
         MOVE HISTORIEN-SATZ(1:6) TO WS-SZ-ID.
         EVALUATE WS-HIST-AKTION
             WHEN "N"
                 MOVE HISTORIEN-SATZ(275:240) TO WS-SATZBILD
                 PERFORM M000-BILDE-MH-SATZ
                 MOVE "N" TO MHA-SATZART
                 MOVE "NEUANLAGE" TO WS-SZ-TEXT
                 PERFORM G100-SCHREIBE-MUTTERSATZ
             WHEN "L"
                 MOVE HISTORIEN-SATZ(34:240) TO WS-SATZBILD
                 PERFORM M000-BILDE-MH-SATZ
                 MOVE "L" TO MHA-SATZART
                 MOVE "LOESCHUNG" TO WS-SZ-TEXT
                 PERFORM G100-SCHREIBE-MUTTERSATZ
             WHEN "W"
                 MOVE HISTORIEN-SATZ(275:240) TO WS-SATZBILD
                 PERFORM M000-BILDE-MH-SATZ
                 MOVE "N" TO MHA-SATZART
                 MOVE "WIEDERHERSTELLUNG" TO WS-SZ-TEXT
                 PERFORM G100-SCHREIBE-MUTTERSATZ
             WHEN "P"
                 ADD 1 TO WS-TILGUNG-ZAEHLER
             WHEN "A"
             WHEN "O"
                 PERFORM D400-UEBERNIMM-AENDERUNG-A
             WHEN OTHER
                 ADD 1 TO WS-UNBEKANNT-ZAEHLER
                 MOVE WS-HIST-AKTION TO WS-SZ-SATZART
                 MOVE SPACES TO WS-SZ-NAME
                 MOVE "UNBEKANNTE AKTION, NICHT GESENDET"
                     TO WS-SZ-TEXT
                 MOVE WS-SENDEZEILE TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
         END-EVALUATE.

      * Aenderung (A, O): beide Bilder im Satzbild des Mutterhauses
      * vergleichen. Neuer Name = neuer Schluessel im Mutterhaus.
       D400-UEBERNIMM-AENDERUNG-A.
         MOVE HISTORIEN-SATZ(34:240) TO WS-SATZBILD.
         PERFORM M000-BILDE-MH-SATZ.
         MOVE WS-MH-AUFBAU TO WS-MH-VORHER.
         MOVE HISTORIEN-SATZ(275:240) TO WS-SATZBILD.
         PERFORM M000-BILDE-MH-SATZ.
         MOVE WS-MH-AUFBAU TO WS-MH-NACHHER.
         IF WS-MH-VORHER(2:135) = WS-MH-NACHHER(2:135)
             ADD 1 TO WS-OHNE-BELANG-ZAEHLER
             EXIT PARAGRAPH
         END-IF.
         IF WS-MH-VORHER(2:35) NOT = WS-MH-NACHHER(2:35)
             ADD 1 TO WS-NAMENSWECHSEL-ZAEHLER
             MOVE WS-MH-VORHER TO WS-MH-AUFBAU
             MOVE "L" TO MHA-SATZART
             MOVE "NAMENSAENDERUNG, ALTER NAME" TO WS-SZ-TEXT
             PERFORM G100-SCHREIBE-MUTTERSATZ
             MOVE WS-MH-NACHHER TO WS-MH-AUFBAU
             MOVE "N" TO MHA-SATZART
             MOVE "NAMENSAENDERUNG, NEUER NAME" TO WS-SZ-TEXT
             PERFORM G100-SCHREIBE-MUTTERSATZ
         ELSE
             MOVE WS-MH-NACHHER TO WS-MH-AUFBAU
             MOVE "A" TO MHA-SATZART
             MOVE "AENDERUNG" TO WS-SZ-TEXT
             PERFORM G100-SCHREIBE-MUTTERSATZ
         END-IF.

       E000-SENDE-RETOUREN.
         MOVE RTE-ID(WS-RTE-INDEX) TO WS-SZ-ID.
         IF RTE-IM-MASTER(WS-RTE-INDEX)
             MOVE RTE-MH-SATZ(WS-RTE-INDEX) TO WS-MH-AUFBAU
             MOVE SPACES TO WS-SZ-TEXT
             STRING "RETOURE " RTE-GRUND(WS-RTE-INDEX)
                 DELIMITED BY SIZE INTO WS-SZ-TEXT
             PERFORM G100-SCHREIBE-MUTTERSATZ
         ELSE
             ADD 1 TO WS-RETOUR-OHNE-ZAEHLER
             MOVE "L" TO WS-SZ-SATZART
             MOVE SPACES TO WS-SZ-NAME
             MOVE "RETOURE OHNE MASTERSATZ, NICHT GESENDET"
                 TO WS-SZ-TEXT
             MOVE WS-SENDEZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * Sendestand neu schreiben: GESENDET bleibt, OFFEN nur bei
      * einer noch nicht quittierten Sendung.
       F000-SCHREIBE-SENDESTAND.
         OPEN OUTPUT STAND-DATEI.
         IF NOT STAND-STATUS-OK
             DISPLAY "Sorry, unable to open MUTTERSD.STD, status "
                 STAND-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "* MUTTERSD.STD - Sendestand Rueckfluss Mutterhaus"
             TO STAND-SATZ.
         PERFORM F100-SCHREIBE-STANDZEILE.
         MOVE "* GESENDET;HIST-ZEIT;RETOUR-ZEIT = quittiert"
             TO STAND-SATZ.
         PERFORM F100-SCHREIBE-STANDZEILE.
         MOVE "* OFFEN;HIST-ZEIT;RETOUR-ZEIT;LAUF = nicht quittiert"
             TO STAND-SATZ.
         PERFORM F100-SCHREIBE-STANDZEILE.
         MOVE SPACES TO STAND-SATZ.
         STRING "GESENDET;" WS-HIST-GESENDET ";" WS-RETOUR-GESENDET
             DELIMITED BY SIZE INTO STAND-SATZ.
         PERFORM F100-SCHREIBE-STANDZEILE.
         IF SENDUNG-OFFEN
             MOVE SPACES TO STAND-SATZ
             STRING "OFFEN;" WS-HIST-OFFEN ";" WS-RETOUR-OFFEN ";"
                 WS-LAUF-OFFEN
                 DELIMITED BY SIZE INTO STAND-SATZ
             PERFORM F100-SCHREIBE-STANDZEILE
         END-IF.
         CLOSE STAND-DATEI.

       F100-SCHREIBE-STANDZEILE.
         WRITE STAND-SATZ.
         IF NOT STAND-STATUS-OK
             DISPLAY "Sorry, error writing MUTTERSD.STD, status "
                 STAND-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing MUTTERSD.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Satz in WS-MH-AUFBAU senden, im Bericht ausweisen und je
      * Satzart zaehlen; WS-SZ-ID und WS-SZ-TEXT sind gesetzt.
       G100-SCHREIBE-MUTTERSATZ.
         MOVE WS-MH-AUFBAU TO MUTTER-SATZ.
         WRITE MUTTER-SATZ.
         IF NOT MUTTER-STATUS-OK
             DISPLAY "Sorry, error writing MUTTERAUS.DAT, status "
                 MUTTER-STATUS
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-GESENDET-ZAEHLER.
         EVALUATE TRUE
             WHEN WS-SZ-TEXT(1:8) = "RETOURE "
                 ADD 1 TO WS-RETOUR-ZAEHLER
             WHEN MHA-SATZART = "N"
                 ADD 1 TO WS-NEU-ZAEHLER
             WHEN MHA-SATZART = "A"
                 ADD 1 TO WS-AENDERUNG-ZAEHLER
             WHEN OTHER
                 ADD 1 TO WS-LOESCHUNG-ZAEHLER
         END-EVALUATE.
         MOVE MHA-SATZART TO WS-SZ-SATZART.
         MOVE MHA-NAME TO WS-SZ-NAME.
         MOVE WS-SENDEZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       H000-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "HISTORIE GELESEN      : " TO WS-SUM-TEXT.
         MOVE WS-HIST-GELESEN-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "RETOUREN GELESEN      : " TO WS-SUM-TEXT.
         MOVE WS-RETOUR-GELESEN-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "BEREITS GESENDET      : " TO WS-SUM-TEXT.
         MOVE WS-BEREITS-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "AUS DEM MUTTERHAUS    : " TO WS-SUM-TEXT.
         MOVE WS-AUS-MUTTERHAUS-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "OHNE BELANG (A/O)     : " TO WS-SUM-TEXT.
         MOVE WS-OHNE-BELANG-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "TILGUNG P (UNGESENDET): " TO WS-SUM-TEXT.
         MOVE WS-TILGUNG-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "RETOUREN DOPPELT      : " TO WS-SUM-TEXT.
         MOVE WS-RETOUR-DOPPELT-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "GESENDET N NEUANLAGE  : " TO WS-SUM-TEXT.
         MOVE WS-NEU-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "GESENDET A AENDERUNG  : " TO WS-SUM-TEXT.
         MOVE WS-AENDERUNG-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "GESENDET L LOESCHUNG  : " TO WS-SUM-TEXT.
         MOVE WS-LOESCHUNG-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "GESENDET L RETOURE    : " TO WS-SUM-TEXT.
         MOVE WS-RETOUR-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "DAVON NAMENSAENDERUNG : " TO WS-SUM-TEXT.
         MOVE WS-NAMENSWECHSEL-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "SAETZE GESENDET       : " TO WS-SUM-TEXT.
         MOVE WS-GESENDET-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "UNBEKANNTE AKTION     : " TO WS-SUM-TEXT.
         MOVE WS-UNBEKANNT-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE "RETOURE OHNE MASTER   : " TO WS-SUM-TEXT.
         MOVE WS-RETOUR-OHNE-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM H100-SCHREIBE-SUMMENZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "NEUER STAND (OFFEN BIS ZUR QUITTUNG): HISTORIE "
             WS-HIST-NEU ", RETOUREN " WS-RETOUR-NEU
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       H100-SCHREIBE-SUMMENZEILE.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Adressbild in WS-SATZBILD auf das Satzbild des
      * Mutterhauses kuerzen (Satzart setzt der Aufrufer).
       M000-BILDE-MH-SATZ.
         MOVE WS-SATZBILD TO ADRESSE-SATZ.
         MOVE SPACES TO WS-MH-AUFBAU.
         MOVE ADR-NAME TO MHA-NAME.
         MOVE ADR-ABTEILUNG TO MHA-ABTEILUNG.
         MOVE ADR-ORGANISATION TO MHA-ORGANISATION.
         MOVE ADR-ORT TO MHA-ORT.
         MOVE ADR-PLZ TO MHA-PLZ.

      * Nach erfolgreicher Uebertragung: der offene Stand wird
      * der gesendete.
       Q000-QUITTIERE-SENDUNG.
         IF NOT SENDUNG-OFFEN
             DISPLAY "MUTTERSD: keine offene Sendung, nichts zu "
                 "quittieren"
             STOP RUN RETURNING 4
         END-IF.
         MOVE WS-HIST-OFFEN TO WS-HIST-GESENDET.
         MOVE WS-RETOUR-OFFEN TO WS-RETOUR-GESENDET.
         MOVE "N" TO WS-OFFEN-SCHALTER.
         PERFORM F000-SCHREIBE-SENDESTAND.
         DISPLAY "MUTTERSD: Sendung vom " WS-LAUF-OFFEN
             " quittiert, Stand Historie " WS-HIST-GESENDET
             ", Retouren " WS-RETOUR-GESENDET.

       END PROGRAM muttersd.

      * vim:ai sw=4 sts=4 expandtab
