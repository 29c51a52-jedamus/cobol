      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Rechnungspruefung Druckbuero: die Monatsrechnung des
      * Druckdienstleisters wurde bisher auf Treu und Glauben
      * bezahlt. Dieses Programm liest die Rechnungsdatei des
      * Bueros (Standard BUERORECH.DAT)
      *     R;RECHNUNGSNR;RECHNUNGSDATUM
      *     P;JOB;KAMPAGNE;JOBDATUM;STUECKE;PREIS-CENT;BETRAG-CENT
      * (eine Kopfzeile R, je Auftrag eine Position P; KAMPAGNE ist
      * die Generation aus dem Umschlag von BUEROAUS.DAT, 0001 der
      * anonyme Lauf) und prueft jede Position gegen
      *   - den Vertragspreis je Stueck (BUERO in KOSTEN.TAB),
      *   - die rechnerische Richtigkeit (STUECKE * PREIS =
      *     BETRAG),
      *   - doppelte Abrechnung: derselbe JOB zweimal in der
      *     Rechnung oder schon in einer frueheren, freigegebenen
      *     Rechnung (Rechnungshistorie BUERORECH.HIS),
      * und je Kampagne die berechneten Stuecke (diese und alle
      * frueher freigegebenen Rechnungen) gegen
      *   - die gesendeten Stuecke: Kanal D der Versandhistorie
      *     SENDHIST.DAT (buero SENDEN, siehe sendhist.cpy),
      *   - die bestaetigten Stuecke: Stufe BESTAETIGT im
      *     Kampagnenjournal KAMPAGNE.DAT (buero ABGLEICH; der
      *     anonyme Lauf schreibt kein Journal, seine Bestaetigung
      *     ist nicht pruefbar und wird nur vermerkt).
      * Aufruf:
      *     bueroprf [RE=datei]
      * Bericht BUEROPRF.RPT. Jede Abweichung - Stuecke berechnet,
      * aber nie gesendet; berechnet, aber nicht bestaetigt;
      * falscher Preis; falscher Betrag; doppelt berechneter Job -
      * beendet den Lauf mit RETURN-CODE 4, damit keine Zahlung
      * versehentlich freigegeben wird. Nur eine Rechnung ohne
      * Abweichung wird in BUERORECH.HIS fortgeschrieben
      *     PRUEFDATUM;RECHNUNGSNR;JOB;KAMPAGNE;STUECKE;BETRAG-CENT
      * (ein erneuter Lauf derselben Rechnung zaehlt nicht als
      * Doppelabrechnung).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. bueroprf.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RECHEIN ist ein logischer Dateiname; er wird in
      * A000-PRUEFE-RECHNUNG per SET ENVIRONMENT auf den
      * Laufparameter abgebildet.
           SELECT RECHNUNGS-DATEI
           ASSIGN TO "RECHEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS RECHNUNG-STATUS.

           SELECT KOSTEN-DATEI
           ASSIGN TO "KOSTEN.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS KOSTEN-STATUS.

           SELECT HISTORIEN-DATEI
           ASSIGN TO "SENDHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS HISTORIE-STATUS.

           SELECT JOURNAL-DATEI
           ASSIGN TO "KAMPAGNE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS JOURNAL-STATUS.

           SELECT FREIGABE-DATEI
           ASSIGN TO "BUERORECH.HIS"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS FREIGABE-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "BUEROPRF.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECHNUNGS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 RECHNUNGS-SATZ           PIC X(120).

       FD KOSTEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 KOSTEN-SATZ              PIC X(80).

       FD HISTORIEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 HISTORIEN-SATZ           PIC X(80).

       FD JOURNAL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 JOURNAL-SATZ             PIC X(100).

       FD FREIGABE-DATEI
          LABEL RECORDS ARE OMITTED.
           01 FREIGABE-SATZ            PIC X(80).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(80).
       01 WS-RECHNUNG-NAME            PIC X(40)   VALUE
          "BUERORECH.DAT".
       01 WS-HEUTE                    PIC X(08).

       01 WS-RECHNUNG-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-RECHNUNG                    VALUE "J".
       01 WS-KOSTEN-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DER-KOSTENTABELLE               VALUE "J".
       01 WS-HISTORIE-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-HISTORIE                    VALUE "J".
       01 WS-JOURNAL-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-JOURNALS                    VALUE "J".
       01 WS-FREIGABE-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-FREIGABEN                   VALUE "J".
       01 WS-HISTORIE-FEHLT-SCHALTER  PIC X(01)   VALUE "N".
          88 HISTORIE-FEHLT                       VALUE "J".
       01 WS-JOURNAL-FEHLT-SCHALTER   PIC X(01)   VALUE "N".
          88 JOURNAL-FEHLT                        VALUE "J".

      * Rechnungskopf und Vertragspreis.
       01 WS-RECHNUNGSNUMMER          PIC X(12)   VALUE SPACES.
       01 WS-RECHNUNGSDATUM           PIC X(08)   VALUE SPACES.
       01 WS-VERTRAGSPREIS            PIC 9(05)   COMP VALUE ZERO.
       01 WS-PREIS-GELADEN-SCHALTER   PIC X(01)   VALUE "N".
          88 VERTRAGSPREIS-GELADEN                VALUE "J".

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-SATZART             PIC X(01)   VALUE SPACES.
       01 WS-FELD-JOB                 PIC X(12)   VALUE SPACES.
       01 WS-FELD-KAMPAGNE            PIC X(04)   VALUE SPACES.
       01 WS-FELD-DATUM               PIC X(08)   VALUE SPACES.
       01 WS-FELD-STUECKE             PIC X(09)   VALUE SPACES.
       01 WS-FELD-PREIS               PIC X(07)   VALUE SPACES.
       01 WS-FELD-BETRAG              PIC X(11)   VALUE SPACES.
       01 WS-FELD-ART                 PIC X(12)   VALUE SPACES.
       01 WS-FELD-WERT                PIC X(12)   VALUE SPACES.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-VERSANDTAG          PIC X(08)   VALUE SPACES.
       01 WS-FELD-KANAL               PIC X(01)   VALUE SPACES.
       01 WS-FELD-NUMMER              PIC X(04)   VALUE SPACES.
       01 WS-FELD-STUFE               PIC X(10)   VALUE SPACES.
       01 WS-FELD-ZEIT                PIC X(14)   VALUE SPACES.
       01 WS-FELD-ANZAHL              PIC X(09)   VALUE SPACES.
       01 WS-FELD-PRUEFDATUM          PIC X(08)   VALUE SPACES.
       01 WS-FELD-RECHNUNGSNR         PIC X(12)   VALUE SPACES.

      * Positionen der Rechnung.
       01 WS-POSITIONS-TABELLE.
          05 WS-POSITIONS-EINTRAG     OCCURS 2000 TIMES.
             10 POS-JOB               PIC X(12).
             10 POS-KAMPAGNE          PIC 9(04).
             10 POS-DATUM             PIC X(08).
             10 POS-STUECKE           PIC 9(09)   COMP.
             10 POS-PREIS             PIC 9(07)   COMP.
             10 POS-BETRAG            PIC 9(11)   COMP.
             10 POS-DOPPELT           PIC X(01).
                88 POS-IST-DOPPELT                VALUE "J".
             10 POS-FRUEHERE-RECHNUNG PIC X(12).
       01 WS-POSITIONS-ANZAHL         PIC 9(04)   COMP VALUE ZERO.
       01 WS-POSITIONS-MAXIMUM        PIC 9(04)   COMP VALUE 2000.
       01 WS-POSITIONS-INDEX          PIC 9(04)   COMP VALUE ZERO.
       01 WS-VERGLEICHS-INDEX         PIC 9(04)   COMP VALUE ZERO.

      * Kampagnen der Rechnung mit unseren Zahlen.
       01 WS-KAMPAGNEN-TABELLE.
          05 WS-KAMPAGNEN-EINTRAG     OCCURS 500 TIMES.
             10 KPG-NUMMER            PIC 9(04).
             10 KPG-BERECHNET         PIC 9(09)   COMP.
             10 KPG-FRUEHER           PIC 9(09)   COMP.
             10 KPG-GESENDET          PIC 9(09)   COMP.
             10 KPG-BESTAETIGT        PIC 9(09)   COMP.
             10 KPG-BEST-SCHALTER     PIC X(01).
                88 KPG-BESTAETIGUNG-BEKANNT       VALUE "J".
       01 WS-KAMPAGNEN-ANZAHL         PIC 9(04)   COMP VALUE ZERO.
       01 WS-KAMPAGNEN-MAXIMUM        PIC 9(04)   COMP VALUE 500.
       01 WS-KAMPAGNEN-INDEX          PIC 9(04)   COMP VALUE ZERO.
       01 WS-KAMPAGNEN-TREFFER        PIC 9(04)   COMP VALUE ZERO.
       01 WS-SUCH-KAMPAGNE            PIC 9(04)   VALUE ZERO.
       01 WS-SUCH-JOB                 PIC X(12)   VALUE SPACES.

       01 WS-PRUEF-STUECKE            PIC 9(09)   COMP VALUE ZERO.
       01 WS-PRUEF-CENT               PIC 9(11)   COMP VALUE ZERO.
       01 WS-DIFFERENZ                PIC 9(09)   COMP VALUE ZERO.

       01 WS-ABWEICHUNGS-ZAEHLER      PIC 9(05)   COMP VALUE ZERO.
       01 WS-NIE-GESENDET-STUECKE     PIC 9(09)   COMP VALUE ZERO.
       01 WS-UNBESTAETIGT-STUECKE     PIC 9(09)   COMP VALUE ZERO.
       01 WS-PREIS-FALSCH-ZAEHLER     PIC 9(05)   COMP VALUE ZERO.
       01 WS-BETRAG-FALSCH-ZAEHLER    PIC 9(05)   COMP VALUE ZERO.
       01 WS-DOPPELT-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-STUECKE-SUMME            PIC 9(09)   COMP VALUE ZERO.
       01 WS-BETRAG-SUMME             PIC 9(11)   COMP VALUE ZERO.

       01 WS-CENT                     PIC 9(11)   COMP VALUE ZERO.
       01 WS-EUR                      PIC 9(09)V99 COMP-3 VALUE ZERO.
       01 WS-DATUM-EINGABE            PIC X(08).
       01 WS-DATUM-ANZEIGE            PIC X(10).
       01 WS-FREIGABEZEILE            PIC X(80).
       01 WS-LOG-KAMPAGNE             PIC 9(04).
       01 WS-LOG-STUECKE              PIC 9(09).
       01 WS-LOG-BETRAG               PIC 9(11).

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-POSITIONSKOPF.
          05 FILLER                   PIC X(13)   VALUE "JOB".
          05 FILLER                   PIC X(10)   VALUE "KAMPAGNE".
          05 FILLER                   PIC X(10)   VALUE "DATUM".
          05 FILLER                   PIC X(10)   VALUE "   STUECKE".
          05 FILLER                   PIC X(08)   VALUE "   PREIS".
          05 FILLER                   PIC X(13)   VALUE
             "       BETRAG".

       01 WS-POSITIONSZEILE.
          05 WS-POS-JOB               PIC X(12).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-POS-KAMPAGNE          PIC X(08).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-POS-DATUM             PIC X(10).
          05 WS-POS-STUECKE           PIC ZZZZZZZZ9.
          05 WS-POS-PREIS             PIC ZZZZZZZ9.
          05 WS-POS-BETRAG            PIC ZZZZZZZZZ9.99.

       01 WS-VERMERKZEILE.
          05 FILLER                   PIC X(04)   VALUE "  **".
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-VMK-TEXT              PIC X(70).

       01 WS-KAMPAGNENKOPF.
          05 FILLER                   PIC X(10)   VALUE "KAMPAGNE".
          05 FILLER                   PIC X(11)   VALUE
             "  BERECHNET".
          05 FILLER                   PIC X(11)   VALUE
             "    FRUEHER".
          05 FILLER                   PIC X(11)   VALUE
             "   GESENDET".
          05 FILLER                   PIC X(11)   VALUE
             " BESTAETIGT".

       01 WS-KAMPAGNENZEILE.
          05 WS-KPZ-KAMPAGNE          PIC X(08).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-KPZ-BERECHNET         PIC ZZZZZZZZZZ9.
          05 WS-KPZ-FRUEHER           PIC ZZZZZZZZZZ9.
          05 WS-KPZ-GESENDET          PIC ZZZZZZZZZZ9.
          05 WS-KPZ-BESTAETIGT        PIC X(11).
       01 WS-KPZ-ZAHL                 PIC ZZZZZZZZZZ9.
       01 WS-VMK-ZAHL                 PIC ZZZZZZZZ9.

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(34).
          05 WS-SUM-ANZAHL            PIC ZZZZZZZZ9.

       01 WS-BETRAGSZEILE.
          05 WS-BTZ-TEXT              PIC X(34).
          05 WS-BTZ-BETRAG            PIC ZZZZZZZZ9.99.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==RECHNUNG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==RECHNUNG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==RECHNUNG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==RECHNUNG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==RECHNUNG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==KOSTEN-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==KOSTEN-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==KOSTEN-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==KOSTEN-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==KOSTEN-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==HISTORIE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==HISTORIE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==HISTORIE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==HISTORIE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==HISTORIE-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==JOURNAL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==JOURNAL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==JOURNAL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==JOURNAL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==JOURNAL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==FREIGABE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==FREIGABE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==FREIGABE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==FREIGABE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==FREIGABE-STATUS==.
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
       A000-PRUEFE-RECHNUNG.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         IF WS-KOMMANDOZEILE NOT = SPACES
             IF WS-KOMMANDOZEILE(1:3) = "RE="
                 AND WS-KOMMANDOZEILE(4:40) NOT = SPACES
                 MOVE WS-KOMMANDOZEILE(4:40) TO WS-RECHNUNG-NAME
             ELSE
                 DISPLAY "BUEROPRF: Aufruf: bueroprf [RE=datei]"
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         SET ENVIRONMENT "RECHEIN"
             TO FUNCTION TRIM(WS-RECHNUNG-NAME).
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.

         PERFORM K000-LADE-VERTRAGSPREIS.
         PERFORM B000-LADE-RECHNUNG.
         PERFORM C000-LADE-FREIGABEN.
         PERFORM D000-ZAEHLE-GESENDETE.
         PERFORM E000-LADE-BESTAETIGUNGEN.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open BUEROPRF.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "BUEROPRF RECHNUNGSPRUEFUNG DRUCKBUERO"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-RECHNUNGSDATUM TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "RECHNUNG " FUNCTION TRIM(WS-RECHNUNGSNUMMER)
             " VOM " WS-DATUM-ANZEIGE
             " AUS " FUNCTION TRIM(WS-RECHNUNG-NAME)
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "VERTRAGSPREIS JE STUECK (CENT)  : " TO WS-SUM-TEXT.
         MOVE WS-VERTRAGSPREIS TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF HISTORIE-FEHLT
             MOVE "SENDHIST.DAT nicht vorhanden: nichts gesendet"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         IF JOURNAL-FEHLT
             MOVE "KAMPAGNE.DAT nicht vorhanden: nichts bestaetigt"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "POSITIONEN" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-POSITIONSKOPF TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM F000-PRUEFE-POSITION
             VARYING WS-POSITIONS-INDEX FROM 1 BY 1
             UNTIL WS-POSITIONS-INDEX > WS-POSITIONS-ANZAHL.

         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "STUECKE JE KAMPAGNE" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-KAMPAGNENKOPF TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM F100-PRUEFE-KAMPAGNE
             VARYING WS-KAMPAGNEN-INDEX FROM 1 BY 1
             UNTIL WS-KAMPAGNEN-INDEX > WS-KAMPAGNEN-ANZAHL.

         PERFORM H000-SCHREIBE-SUMMEN.
         IF WS-ABWEICHUNGS-ZAEHLER = ZERO
             PERFORM L000-SCHREIBE-FREIGABE
         END-IF.
         CLOSE BERICHT-DATEI.

         DISPLAY "BUEROPRF: Rechnung "
             FUNCTION TRIM(WS-RECHNUNGSNUMMER)
             ", Positionen " WS-POSITIONS-ANZAHL
             ", Abweichungen " WS-ABWEICHUNGS-ZAEHLER.
         MOVE "bueroprf" TO STAT-PROGRAMM.
         MOVE WS-POSITIONS-ANZAHL TO STAT-SAETZE-EIN.
         COMPUTE STAT-SAETZE-AUS = WS-POSITIONS-ANZAHL
             - WS-PREIS-FALSCH-ZAEHLER - WS-DOPPELT-ZAEHLER.
         MOVE WS-ABWEICHUNGS-ZAEHLER TO STAT-ABGEWIESEN.
         IF WS-ABWEICHUNGS-ZAEHLER NOT = ZERO
             MOVE 4 TO STAT-RC
             CALL "statistik" USING STAT-BLOCK
             STOP RUN RETURNING 4
         END-IF.
         MOVE 0 TO STAT-RC.
         CALL "statistik" USING STAT-BLOCK.
         STOP RUN.

      * Vertragspreis je Stueck: Zeile BUERO in KOSTEN.TAB (siehe
      * umlage); ohne ihn ist keine Pruefung moeglich.
       K000-LADE-VERTRAGSPREIS.
         OPEN INPUT KOSTEN-DATEI.
         IF NOT KOSTEN-STATUS-OK
             DISPLAY "BUEROPRF: Kostentabelle KOSTEN.TAB fehlt, "
                 "Status " KOSTEN-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM K100-LIES-KOSTENZEILE.
         PERFORM K200-UEBERNIMM-KOSTENZEILE
             UNTIL ENDE-DER-KOSTENTABELLE.
         CLOSE KOSTEN-DATEI.
         IF NOT VERTRAGSPREIS-GELADEN
             DISPLAY "BUEROPRF: KOSTEN.TAB ohne Zeile BUERO"
             STOP RUN RETURNING 1
         END-IF.

       K100-LIES-KOSTENZEILE.
         READ KOSTEN-DATEI
             AT END SET ENDE-DER-KOSTENTABELLE TO TRUE.
         IF NOT KOSTEN-STATUS-OK AND NOT KOSTEN-STATUS-ENDE
             DISPLAY "Sorry, error reading KOSTEN.TAB, status "
                 KOSTEN-STATUS
             STOP RUN RETURNING 1
         END-IF.

       K200-UEBERNIMM-KOSTENZEILE.
         IF KOSTEN-SATZ NOT = SPACES
             AND KOSTEN-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ART WS-FELD-WERT
             UNSTRING KOSTEN-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ART WS-FELD-WERT
             END-UNSTRING
             IF WS-FELD-ART = "BUERO"
                 IF WS-FELD-WERT = SPACES
                     OR FUNCTION TRIM(WS-FELD-WERT) IS NOT NUMERIC
                     DISPLAY "BUEROPRF: Kostenzeile fehlerhaft: "
                         KOSTEN-SATZ(1:40)
                     STOP RUN RETURNING 1
                 END-IF
                 MOVE FUNCTION NUMVAL(WS-FELD-WERT)
                     TO WS-VERTRAGSPREIS
                 SET VERTRAGSPREIS-GELADEN TO TRUE
             END-IF
         END-IF.
         PERFORM K100-LIES-KOSTENZEILE.

      * Rechnungsdatei: Kopfzeile R, Positionen P; ein JOB, der in
      * der Rechnung schon vorkam, wird als doppelt markiert.
       B000-LADE-RECHNUNG.
         OPEN INPUT RECHNUNGS-DATEI.
         IF NOT RECHNUNG-STATUS-OK
             DISPLAY "BUEROPRF: Rechnungsdatei "
                 FUNCTION TRIM(WS-RECHNUNG-NAME)
                 " fehlt, Status " RECHNUNG-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM B100-LIES-RECHNUNGSZEILE.
         PERFORM B200-UEBERNIMM-RECHNUNGSZEILE
             UNTIL ENDE-DER-RECHNUNG.
         CLOSE RECHNUNGS-DATEI.
         IF WS-RECHNUNGSNUMMER = SPACES
             DISPLAY "BUEROPRF: Kopfzeile R fehlt in "
                 FUNCTION TRIM(WS-RECHNUNG-NAME)
             STOP RUN RETURNING 1
         END-IF.

       B100-LIES-RECHNUNGSZEILE.
         READ RECHNUNGS-DATEI
             AT END SET ENDE-DER-RECHNUNG TO TRUE.
         IF NOT RECHNUNG-STATUS-OK AND NOT RECHNUNG-STATUS-ENDE
             DISPLAY "Sorry, error reading "
                 FUNCTION TRIM(WS-RECHNUNG-NAME)
                 ", status " RECHNUNG-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-UEBERNIMM-RECHNUNGSZEILE.
         IF RECHNUNGS-SATZ = SPACES
             OR RECHNUNGS-SATZ(1:1) = "*"
             PERFORM B100-LIES-RECHNUNGSZEILE
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-FELD-SATZART WS-FELD-JOB WS-FELD-KAMPAGNE
             WS-FELD-DATUM WS-FELD-STUECKE WS-FELD-PREIS
             WS-FELD-BETRAG.
         EVALUATE RECHNUNGS-SATZ(1:2)
             WHEN "R;"
                 UNSTRING RECHNUNGS-SATZ DELIMITED BY ";"
                     INTO WS-FELD-SATZART WS-RECHNUNGSNUMMER
                          WS-RECHNUNGSDATUM
                 END-UNSTRING
             WHEN "P;"
                 UNSTRING RECHNUNGS-SATZ DELIMITED BY ";"
                     INTO WS-FELD-SATZART WS-FELD-JOB
                          WS-FELD-KAMPAGNE WS-FELD-DATUM
                          WS-FELD-STUECKE WS-FELD-PREIS
                          WS-FELD-BETRAG
                 END-UNSTRING
                 PERFORM B300-NIMM-POSITION-AUF
             WHEN OTHER
                 DISPLAY "BUEROPRF: Rechnungszeile fehlerhaft: "
                     RECHNUNGS-SATZ(1:40)
                 STOP RUN RETURNING 1
         END-EVALUATE.
         PERFORM B100-LIES-RECHNUNGSZEILE.

       B300-NIMM-POSITION-AUF.
         IF WS-FELD-JOB = SPACES
             OR WS-FELD-KAMPAGNE IS NOT NUMERIC
             OR FUNCTION TRIM(WS-FELD-STUECKE) IS NOT NUMERIC
             OR FUNCTION TRIM(WS-FELD-PREIS) IS NOT NUMERIC
             OR FUNCTION TRIM(WS-FELD-BETRAG) IS NOT NUMERIC
             DISPLAY "BUEROPRF: Rechnungszeile fehlerhaft: "
                 RECHNUNGS-SATZ(1:40)
             STOP RUN RETURNING 1
         END-IF.
         IF WS-POSITIONS-ANZAHL NOT LESS WS-POSITIONS-MAXIMUM
             DISPLAY "BUEROPRF: mehr als " WS-POSITIONS-MAXIMUM
                 " Positionen in der Rechnung"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-POSITIONS-ANZAHL.
         MOVE WS-POSITIONS-ANZAHL TO WS-POSITIONS-INDEX.
         MOVE WS-FELD-JOB TO POS-JOB(WS-POSITIONS-INDEX).
         MOVE WS-FELD-KAMPAGNE TO POS-KAMPAGNE(WS-POSITIONS-INDEX).
         MOVE WS-FELD-DATUM TO POS-DATUM(WS-POSITIONS-INDEX).
         MOVE FUNCTION NUMVAL(WS-FELD-STUECKE)
             TO POS-STUECKE(WS-POSITIONS-INDEX).
         MOVE FUNCTION NUMVAL(WS-FELD-PREIS)
             TO POS-PREIS(WS-POSITIONS-INDEX).
         MOVE FUNCTION NUMVAL(WS-FELD-BETRAG)
             TO POS-BETRAG(WS-POSITIONS-INDEX).
         MOVE "N" TO POS-DOPPELT(WS-POSITIONS-INDEX).
         MOVE SPACES TO POS-FRUEHERE-RECHNUNG(WS-POSITIONS-INDEX).
         MOVE WS-FELD-JOB TO WS-SUCH-JOB.
         PERFORM B400-PRUEFE-JOB-DOPPELT
             VARYING WS-VERGLEICHS-INDEX FROM 1 BY 1
             UNTIL WS-VERGLEICHS-INDEX NOT LESS WS-POSITIONS-INDEX.
         MOVE POS-KAMPAGNE(WS-POSITIONS-INDEX) TO WS-SUCH-KAMPAGNE.
         PERFORM M000-HOLE-KAMPAGNE.
         ADD POS-STUECKE(WS-POSITIONS-INDEX)
             TO KPG-BERECHNET(WS-KAMPAGNEN-TREFFER).

       B400-PRUEFE-JOB-DOPPELT.
         IF POS-JOB(WS-VERGLEICHS-INDEX) = WS-SUCH-JOB
             MOVE "J" TO POS-DOPPELT(WS-POSITIONS-INDEX)
             MOVE WS-RECHNUNGSNUMMER
                 TO POS-FRUEHERE-RECHNUNG(WS-POSITIONS-INDEX)
         END-IF.

      * Frueher freigegebene Rechnungen (ausser dieser):
      *     PRUEFDATUM;RECHNUNGSNR;JOB;KAMPAGNE;STUECKE;BETRAG-CENT
      * Ein JOB aus einer frueheren Rechnung ist doppelt
      * berechnet; die Stuecke zaehlen je Kampagne als frueher
      * berechnet.
       C000-LADE-FREIGABEN.
         OPEN INPUT FREIGABE-DATEI.
         IF FREIGABE-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT FREIGABE-STATUS-OK
             DISPLAY "Sorry, unable to open BUERORECH.HIS, status "
                 FREIGABE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM C100-LIES-FREIGABEZEILE.
         PERFORM C200-UEBERNIMM-FREIGABEZEILE
             UNTIL ENDE-DER-FREIGABEN.
         CLOSE FREIGABE-DATEI.

       C100-LIES-FREIGABEZEILE.
         READ FREIGABE-DATEI
             AT END SET ENDE-DER-FREIGABEN TO TRUE.
         IF NOT FREIGABE-STATUS-OK AND NOT FREIGABE-STATUS-ENDE
             DISPLAY "Sorry, error reading BUERORECH.HIS, status "
                 FREIGABE-STATUS
             STOP RUN RETURNING 1
         END-IF.

       C200-UEBERNIMM-FREIGABEZEILE.
         MOVE SPACES TO WS-FELD-PRUEFDATUM WS-FELD-RECHNUNGSNR
             WS-FELD-JOB WS-FELD-KAMPAGNE WS-FELD-STUECKE.
         UNSTRING FREIGABE-SATZ DELIMITED BY ";"
             INTO WS-FELD-PRUEFDATUM WS-FELD-RECHNUNGSNR
                  WS-FELD-JOB WS-FELD-KAMPAGNE WS-FELD-STUECKE
         END-UNSTRING.
         IF WS-FELD-RECHNUNGSNR NOT = WS-RECHNUNGSNUMMER
             AND WS-FELD-KAMPAGNE IS NUMERIC
             AND WS-FELD-STUECKE IS NUMERIC
             MOVE WS-FELD-JOB TO WS-SUCH-JOB
             PERFORM C300-PRUEFE-FRUEHEREN-JOB
                 VARYING WS-POSITIONS-INDEX FROM 1 BY 1
                 UNTIL WS-POSITIONS-INDEX > WS-POSITIONS-ANZAHL
             MOVE WS-FELD-KAMPAGNE TO WS-SUCH-KAMPAGNE
             PERFORM M100-SUCHE-KAMPAGNE
             IF WS-KAMPAGNEN-TREFFER > ZERO
                 ADD FUNCTION NUMVAL(WS-FELD-STUECKE)
                     TO KPG-FRUEHER(WS-KAMPAGNEN-TREFFER)
             END-IF
         END-IF.
         PERFORM C100-LIES-FREIGABEZEILE.

       C300-PRUEFE-FRUEHEREN-JOB.
         IF POS-JOB(WS-POSITIONS-INDEX) = WS-SUCH-JOB
             MOVE "J" TO POS-DOPPELT(WS-POSITIONS-INDEX)
             MOVE WS-FELD-RECHNUNGSNR
                 TO POS-FRUEHERE-RECHNUNG(WS-POSITIONS-INDEX)
         END-IF.

      * Gesendete Stuecke: Kanal D der Versandhistorie.
      *     ADR-ID;KAMPAGNE;VERSANDTAG;KANAL;PROGRAMM
       D000-ZAEHLE-GESENDETE.
         OPEN INPUT HISTORIEN-DATEI.
         IF HISTORIE-STATUS = "35"
             SET HISTORIE-FEHLT TO TRUE
             EXIT PARAGRAPH
         END-IF.
         IF NOT HISTORIE-STATUS-OK
             DISPLAY "Sorry, unable to open SENDHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM D100-LIES-HISTORIENZEILE.
         PERFORM D200-UEBERNIMM-HISTORIENZEILE
             UNTIL ENDE-DER-HISTORIE.
         CLOSE HISTORIEN-DATEI.

       D100-LIES-HISTORIENZEILE.
         READ HISTORIEN-DATEI
             AT END SET ENDE-DER-HISTORIE TO TRUE.
         IF NOT HISTORIE-STATUS-OK AND NOT HISTORIE-STATUS-ENDE
             DISPLAY "Sorry, error reading SENDHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.

       D200-UEBERNIMM-HISTORIENZEILE.
         MOVE SPACES TO WS-FELD-ID WS-FELD-KAMPAGNE
             WS-FELD-VERSANDTAG WS-FELD-KANAL.
         UNSTRING HISTORIEN-SATZ DELIMITED BY ";"
             INTO WS-FELD-ID WS-FELD-KAMPAGNE WS-FELD-VERSANDTAG
                  WS-FELD-KANAL
         END-UNSTRING.
         IF WS-FELD-KANAL = "D"
             AND WS-FELD-KAMPAGNE IS NUMERIC
             MOVE WS-FELD-KAMPAGNE TO WS-SUCH-KAMPAGNE
             PERFORM M100-SUCHE-KAMPAGNE
             IF WS-KAMPAGNEN-TREFFER > ZERO
                 ADD 1 TO KPG-GESENDET(WS-KAMPAGNEN-TREFFER)
             END-IF
         END-IF.
         PERFORM D100-LIES-HISTORIENZEILE.

      * Bestaetigte Stuecke: juengste Stufe BESTAETIGT je Kampagne
      * (wie kampber).
       E000-LADE-BESTAETIGUNGEN.
         OPEN INPUT JOURNAL-DATEI.
         IF JOURNAL-STATUS = "35"
             SET JOURNAL-FEHLT TO TRUE
             EXIT PARAGRAPH
         END-IF.
         IF NOT JOURNAL-STATUS-OK
             DISPLAY "Sorry, unable to open KAMPAGNE.DAT, status "
                 JOURNAL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM E100-LIES-JOURNALZEILE.
         PERFORM E200-UEBERNIMM-JOURNALZEILE
             UNTIL ENDE-DES-JOURNALS.
         CLOSE JOURNAL-DATEI.

       E100-LIES-JOURNALZEILE.
         READ JOURNAL-DATEI
             AT END SET ENDE-DES-JOURNALS TO TRUE.
         IF NOT JOURNAL-STATUS-OK AND NOT JOURNAL-STATUS-ENDE
             DISPLAY "Sorry, error reading KAMPAGNE.DAT, status "
                 JOURNAL-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E200-UEBERNIMM-JOURNALZEILE.
         MOVE SPACES TO WS-FELD-NUMMER WS-FELD-STUFE WS-FELD-ZEIT
             WS-FELD-ANZAHL.
         UNSTRING JOURNAL-SATZ DELIMITED BY ";"
             INTO WS-FELD-NUMMER WS-FELD-STUFE WS-FELD-ZEIT
                  WS-FELD-ANZAHL
         END-UNSTRING.
         IF WS-FELD-NUMMER IS NUMERIC
             AND WS-FELD-STUFE = "BESTAETIGT"
             AND WS-FELD-ANZAHL IS NUMERIC
             MOVE WS-FELD-NUMMER TO WS-SUCH-KAMPAGNE
             PERFORM M100-SUCHE-KAMPAGNE
             IF WS-KAMPAGNEN-TREFFER > ZERO
                 MOVE WS-FELD-ANZAHL
                     TO KPG-BESTAETIGT(WS-KAMPAGNEN-TREFFER)
                 MOVE "J" TO KPG-BEST-SCHALTER(WS-KAMPAGNEN-TREFFER)
             END-IF
         END-IF.
         PERFORM E100-LIES-JOURNALZEILE.

      * Position: Vertragspreis, Betrag, Doppelabrechnung.
       F000-PRUEFE-POSITION.
         MOVE POS-JOB(WS-POSITIONS-INDEX) TO WS-POS-JOB.
         IF POS-KAMPAGNE(WS-POSITIONS-INDEX) = 1
             MOVE "ANONYM" TO WS-POS-KAMPAGNE
         ELSE
             MOVE POS-KAMPAGNE(WS-POSITIONS-INDEX) TO WS-POS-KAMPAGNE
         END-IF.
         MOVE POS-DATUM(WS-POSITIONS-INDEX) TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE WS-DATUM-ANZEIGE TO WS-POS-DATUM.
         MOVE POS-STUECKE(WS-POSITIONS-INDEX) TO WS-POS-STUECKE.
         MOVE POS-PREIS(WS-POSITIONS-INDEX) TO WS-POS-PREIS.
         MOVE POS-BETRAG(WS-POSITIONS-INDEX) TO WS-CENT.
         PERFORM G100-RECHNE-EUR.
         MOVE WS-EUR TO WS-POS-BETRAG.
         MOVE WS-POSITIONSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         ADD POS-STUECKE(WS-POSITIONS-INDEX) TO WS-STUECKE-SUMME.
         ADD POS-BETRAG(WS-POSITIONS-INDEX) TO WS-BETRAG-SUMME.
         IF POS-PREIS(WS-POSITIONS-INDEX) NOT = WS-VERTRAGSPREIS
             ADD 1 TO WS-PREIS-FALSCH-ZAEHLER WS-ABWEICHUNGS-ZAEHLER
             MOVE WS-VERTRAGSPREIS TO WS-VMK-ZAHL
             MOVE SPACES TO WS-VMK-TEXT
             STRING "FALSCHER PREIS, VERTRAG "
                 FUNCTION TRIM(WS-VMK-ZAHL) " CENT JE STUECK"
                 DELIMITED BY SIZE INTO WS-VMK-TEXT
             MOVE WS-VERMERKZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         COMPUTE WS-PRUEF-CENT = POS-STUECKE(WS-POSITIONS-INDEX)
             * POS-PREIS(WS-POSITIONS-INDEX).
         IF WS-PRUEF-CENT NOT = POS-BETRAG(WS-POSITIONS-INDEX)
             ADD 1 TO WS-BETRAG-FALSCH-ZAEHLER WS-ABWEICHUNGS-ZAEHLER
             MOVE WS-PRUEF-CENT TO WS-CENT
             PERFORM G100-RECHNE-EUR
             MOVE WS-EUR TO WS-BTZ-BETRAG
             MOVE SPACES TO WS-VMK-TEXT
             STRING "BETRAG FALSCH, STUECKE MAL PREIS ERGIBT "
                 FUNCTION TRIM(WS-BTZ-BETRAG) " EUR"
                 DELIMITED BY SIZE INTO WS-VMK-TEXT
             MOVE WS-VERMERKZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         IF POS-IST-DOPPELT(WS-POSITIONS-INDEX)
             ADD 1 TO WS-DOPPELT-ZAEHLER WS-ABWEICHUNGS-ZAEHLER
             MOVE SPACES TO WS-VMK-TEXT
             STRING "JOB DOPPELT BERECHNET, AUCH IN RECHNUNG "
                 FUNCTION TRIM(
                     POS-FRUEHERE-RECHNUNG(WS-POSITIONS-INDEX))
                 DELIMITED BY SIZE INTO WS-VMK-TEXT
             MOVE WS-VERMERKZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * Kampagne: berechnete Stuecke (diese und fruehere
      * Rechnungen) gegen gesendete und bestaetigte.
       F100-PRUEFE-KAMPAGNE.
         IF KPG-NUMMER(WS-KAMPAGNEN-INDEX) = 1
             MOVE "ANONYM" TO WS-KPZ-KAMPAGNE
         ELSE
             MOVE KPG-NUMMER(WS-KAMPAGNEN-INDEX) TO WS-KPZ-KAMPAGNE
         END-IF.
         MOVE KPG-BERECHNET(WS-KAMPAGNEN-INDEX) TO WS-KPZ-BERECHNET.
         MOVE KPG-FRUEHER(WS-KAMPAGNEN-INDEX) TO WS-KPZ-FRUEHER.
         MOVE KPG-GESENDET(WS-KAMPAGNEN-INDEX) TO WS-KPZ-GESENDET.
         IF KPG-BESTAETIGUNG-BEKANNT(WS-KAMPAGNEN-INDEX)
             MOVE KPG-BESTAETIGT(WS-KAMPAGNEN-INDEX) TO WS-KPZ-ZAHL
             MOVE WS-KPZ-ZAHL TO WS-KPZ-BESTAETIGT
         ELSE
             MOVE "          -" TO WS-KPZ-BESTAETIGT
         END-IF.
         MOVE WS-KAMPAGNENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         COMPUTE WS-PRUEF-STUECKE = KPG-BERECHNET(WS-KAMPAGNEN-INDEX)
             + KPG-FRUEHER(WS-KAMPAGNEN-INDEX).
         IF WS-PRUEF-STUECKE > KPG-GESENDET(WS-KAMPAGNEN-INDEX)
             COMPUTE WS-DIFFERENZ = WS-PRUEF-STUECKE
                 - KPG-GESENDET(WS-KAMPAGNEN-INDEX)
             ADD WS-DIFFERENZ TO WS-NIE-GESENDET-STUECKE
             ADD 1 TO WS-ABWEICHUNGS-ZAEHLER
             MOVE WS-DIFFERENZ TO WS-VMK-ZAHL
             MOVE SPACES TO WS-VMK-TEXT
             STRING FUNCTION TRIM(WS-VMK-ZAHL)
                 " STUECKE BERECHNET, ABER NIE GESENDET"
                 DELIMITED BY SIZE INTO WS-VMK-TEXT
             MOVE WS-VERMERKZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         IF NOT KPG-BESTAETIGUNG-BEKANNT(WS-KAMPAGNEN-INDEX)
             IF KPG-NUMMER(WS-KAMPAGNEN-INDEX) = 1
                 MOVE "    (ANONYM: BESTAETIGUNG NICHT PRUEFBAR)"
                     TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
                 EXIT PARAGRAPH
             END-IF
             MOVE ZERO TO KPG-BESTAETIGT(WS-KAMPAGNEN-INDEX)
         END-IF.
         IF WS-PRUEF-STUECKE > KPG-BESTAETIGT(WS-KAMPAGNEN-INDEX)
             COMPUTE WS-DIFFERENZ = WS-PRUEF-STUECKE
                 - KPG-BESTAETIGT(WS-KAMPAGNEN-INDEX)
             ADD WS-DIFFERENZ TO WS-UNBESTAETIGT-STUECKE
             ADD 1 TO WS-ABWEICHUNGS-ZAEHLER
             MOVE WS-DIFFERENZ TO WS-VMK-ZAHL
             MOVE SPACES TO WS-VMK-TEXT
             STRING FUNCTION TRIM(WS-VMK-ZAHL)
                 " STUECKE BERECHNET, ABER NICHT BESTAETIGT"
                 DELIMITED BY SIZE INTO WS-VMK-TEXT
             MOVE WS-VERMERKZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * Sucht die Kampagne WS-SUCH-KAMPAGNE; eine neue wird
      * angehaengt.
       M000-HOLE-KAMPAGNE.
         PERFORM M100-SUCHE-KAMPAGNE.
         IF WS-KAMPAGNEN-TREFFER > ZERO
             EXIT PARAGRAPH
         END-IF.
         IF WS-KAMPAGNEN-ANZAHL NOT LESS WS-KAMPAGNEN-MAXIMUM
             DISPLAY "BUEROPRF: mehr als " WS-KAMPAGNEN-MAXIMUM
                 " Kampagnen in der Rechnung"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-KAMPAGNEN-ANZAHL.
         MOVE WS-KAMPAGNEN-ANZAHL TO WS-KAMPAGNEN-TREFFER.
         MOVE WS-SUCH-KAMPAGNE TO KPG-NUMMER(WS-KAMPAGNEN-TREFFER).
         MOVE ZERO TO KPG-BERECHNET(WS-KAMPAGNEN-TREFFER)
             KPG-FRUEHER(WS-KAMPAGNEN-TREFFER)
             KPG-GESENDET(WS-KAMPAGNEN-TREFFER)
             KPG-BESTAETIGT(WS-KAMPAGNEN-TREFFER).
         MOVE "N" TO KPG-BEST-SCHALTER(WS-KAMPAGNEN-TREFFER).

       M100-SUCHE-KAMPAGNE.
         MOVE ZERO TO WS-KAMPAGNEN-TREFFER.
         PERFORM M110-PRUEFE-KAMPAGNE
             VARYING WS-KAMPAGNEN-INDEX FROM 1 BY 1
             UNTIL WS-KAMPAGNEN-INDEX > WS-KAMPAGNEN-ANZAHL.

       M110-PRUEFE-KAMPAGNE.
         IF KPG-NUMMER(WS-KAMPAGNEN-INDEX) = WS-SUCH-KAMPAGNE
             MOVE WS-KAMPAGNEN-INDEX TO WS-KAMPAGNEN-TREFFER
             MOVE WS-KAMPAGNEN-ANZAHL TO WS-KAMPAGNEN-INDEX
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         DISPLAY FUNCTION TRIM(WS-BERICHTZEILE TRAILING).
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing BUEROPRF.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G100-RECHNE-EUR.
         COMPUTE WS-EUR = WS-CENT / 100.

       G200-FORMATIERE-DATUM.
         MOVE SPACES TO WS-DATUM-ANZEIGE.
         IF WS-DATUM-EINGABE NOT = SPACES
             STRING WS-DATUM-EINGABE(7:2) "."
                 WS-DATUM-EINGABE(5:2) "."
                 WS-DATUM-EINGABE(1:4)
                 DELIMITED BY SIZE INTO WS-DATUM-ANZEIGE
         END-IF.

       H000-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "POSITIONEN                      : " TO WS-SUM-TEXT.
         MOVE WS-POSITIONS-ANZAHL TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "STUECKE BERECHNET               : " TO WS-SUM-TEXT.
         MOVE WS-STUECKE-SUMME TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "RECHNUNGSBETRAG EUR             : " TO WS-BTZ-TEXT.
         MOVE WS-BETRAG-SUMME TO WS-CENT.
         PERFORM G100-RECHNE-EUR.
         MOVE WS-EUR TO WS-BTZ-BETRAG.
         MOVE WS-BETRAGSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "STUECKE NIE GESENDET            : " TO WS-SUM-TEXT.
         MOVE WS-NIE-GESENDET-STUECKE TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "STUECKE NICHT BESTAETIGT        : " TO WS-SUM-TEXT.
         MOVE WS-UNBESTAETIGT-STUECKE TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "POSITIONEN MIT FALSCHEM PREIS   : " TO WS-SUM-TEXT.
         MOVE WS-PREIS-FALSCH-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "POSITIONEN MIT FALSCHEM BETRAG  : " TO WS-SUM-TEXT.
         MOVE WS-BETRAG-FALSCH-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DOPPELT BERECHNETE JOBS         : " TO WS-SUM-TEXT.
         MOVE WS-DOPPELT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ABWEICHUNGEN                    : " TO WS-SUM-TEXT.
         MOVE WS-ABWEICHUNGS-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF WS-ABWEICHUNGS-ZAEHLER = ZERO
             MOVE "ZAHLUNG: FREIGABE MOEGLICH" TO WS-BERICHTZEILE
         ELSE
             MOVE "ZAHLUNG: ** NICHT FREIGEBEN **" TO WS-BERICHTZEILE
         END-IF.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Eine Rechnung ohne Abweichung geht in die Historie; ein
      * erneuter Lauf derselben Rechnung schreibt sie nicht noch
      * einmal.
       L000-SCHREIBE-FREIGABE.
         PERFORM L050-SUCHE-RECHNUNG-IN-HISTORIE.
         IF WS-FREIGABE-ENDE-SCHALTER = "F"
             EXIT PARAGRAPH
         END-IF.
         OPEN EXTEND FREIGABE-DATEI.
         IF FREIGABE-STATUS = "35"
             OPEN OUTPUT FREIGABE-DATEI
         END-IF.
         IF NOT FREIGABE-STATUS-OK
             DISPLAY "Sorry, unable to open BUERORECH.HIS, status "
                 FREIGABE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM L100-SCHREIBE-FREIGABEZEILE
             VARYING WS-POSITIONS-INDEX FROM 1 BY 1
             UNTIL WS-POSITIONS-INDEX > WS-POSITIONS-ANZAHL.
         CLOSE FREIGABE-DATEI.

       L050-SUCHE-RECHNUNG-IN-HISTORIE.
         MOVE "N" TO WS-FREIGABE-ENDE-SCHALTER.
         OPEN INPUT FREIGABE-DATEI.
         IF FREIGABE-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         PERFORM C100-LIES-FREIGABEZEILE.
         PERFORM L060-PRUEFE-FREIGABEZEILE
             UNTIL ENDE-DER-FREIGABEN
                OR WS-FREIGABE-ENDE-SCHALTER = "F".
         CLOSE FREIGABE-DATEI.

       L060-PRUEFE-FREIGABEZEILE.
         MOVE SPACES TO WS-FELD-PRUEFDATUM WS-FELD-RECHNUNGSNR.
         UNSTRING FREIGABE-SATZ DELIMITED BY ";"
             INTO WS-FELD-PRUEFDATUM WS-FELD-RECHNUNGSNR
         END-UNSTRING.
         IF WS-FELD-RECHNUNGSNR = WS-RECHNUNGSNUMMER
             MOVE "F" TO WS-FREIGABE-ENDE-SCHALTER
         ELSE
             PERFORM C100-LIES-FREIGABEZEILE
         END-IF.

       L100-SCHREIBE-FREIGABEZEILE.
         MOVE POS-KAMPAGNE(WS-POSITIONS-INDEX) TO WS-LOG-KAMPAGNE.
         MOVE POS-STUECKE(WS-POSITIONS-INDEX) TO WS-LOG-STUECKE.
         MOVE POS-BETRAG(WS-POSITIONS-INDEX) TO WS-LOG-BETRAG.
         MOVE SPACES TO WS-FREIGABEZEILE.
         STRING WS-HEUTE ";"
             FUNCTION TRIM(WS-RECHNUNGSNUMMER) ";"
             FUNCTION TRIM(POS-JOB(WS-POSITIONS-INDEX)) ";"
             WS-LOG-KAMPAGNE ";"
             WS-LOG-STUECKE ";"
             WS-LOG-BETRAG
             DELIMITED BY SIZE INTO WS-FREIGABEZEILE.
         MOVE WS-FREIGABEZEILE TO FREIGABE-SATZ.
         WRITE FREIGABE-SATZ.
         IF NOT FREIGABE-STATUS-OK
             DISPLAY "Sorry, error writing BUERORECH.HIS, status "
                 FREIGABE-STATUS
             STOP RUN RETURNING 1
         END-IF.

       END PROGRAM bueroprf.

      * vim:ai sw=4 sts=4 expandtab
