      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Ruecklauferfassung: der Kampagnenbericht (kampber) zeigt
      * den Trichter von der Auswahl bis zum Druckbuero, aber nicht,
      * wer geantwortet hat. Antwortkarten und Anmeldungen kommen
      * mit der Lesezeile #NNNNNNPPPPPC (siehe pruefzif.cpy)
      * zurueck; dieses Programm erfasst sie gegen die Kampagne.
      * Aufruf:
      *     adrantw [erfassungsdatei] [KAMPAGNE=n]
      *             [EINGANG=JJJJMMTT]
      * Die Erfassungsdatei (Standard RUECKERF.DAT) hat je
      * Rueckantwort eine Zeile
      *     KENNUNG;KAMPAGNE;EINGANG
      *   KENNUNG:  die gescannte Lesezeile (die Pruefziffer wird
      *             geprueft, CALL "pruefzif") oder die
      *             sechsstellige ADR-ID
      *   KAMPAGNE: Kampagnennummer, leer = Laufparameter
      *             KAMPAGNE=, fehlt auch dieser, gilt die juengste
      *             Kampagne, die den Absender vor dem Eingang
      *             angeschrieben hat
      *   EINGANG:  Eingangsdatum JJJJMMTT, leer = Laufparameter
      *             EINGANG=, sonst heute
      * Zeilen mit * in Spalte 1 und Leerzeilen werden ueberlesen.
      * Stillgelegte IDs werden ueber die Querverweisdatei
      * ADRXREF.DAT (siehe adrmerge) zum Ueberlebenden aufgeloest.
      * Der Absender muss in der Empfaengerliste KAMPEMPF.DAT (von
      * adrwahl mit KAMPAGNE= geschrieben) der Kampagne stehen;
      * eine zweite Antwort desselben Empfaengers auf dieselbe
      * Kampagne wird abgewiesen. Erfasste Antworten werden an die
      * Ruecklaufdatei RUECKLAUF.DAT angehaengt, je Zeile
      *     ADR-ID;KAMPAGNE;EINGANG;EMPFAENGER-ID;ERFASST
      *   ADR-ID:        die heute gueltige (ueberlebende) ADR-ID;
      *                  sie steht vorn, damit Loeschlauf
      *                  (adrloesch) und Datenauskunft (adrausk)
      *                  die Datei wie jede andere mit
      *                  ADR-ID-Satzbild behandeln
      *   EMPFAENGER-ID: die ADR-ID, unter der der Empfaenger in
      *                  KAMPEMPF.DAT steht
      *   ERFASST:       Zeitstempel des Erfassungslaufs
      * Je Kampagne geht die Anzahl der erfassten Antworten als
      * Stufe ANTWORT in das Kampagnenjournal (CALL "kamplog");
      * kampber rechnet daraus die Antwortquoten. Abgewiesene
      * Zeilen weist der Bericht RUECKLAUF.RPT aus (RETURN-CODE
      * 4). Am Jobende wird der hausweite Statistiksatz
      * geschrieben.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrantw.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RUECKEIN ist ein logischer Dateiname; er wird in
      * A000-ERFASSE-RUECKLAUF per SET ENVIRONMENT auf die
      * Erfassungsdatei abgebildet.
           SELECT ERFASSUNGS-DATEI
           ASSIGN TO "RUECKEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ERFASS-STATUS.

           SELECT XREF-DATEI
           ASSIGN TO "ADRXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS XREF-STATUS.

           SELECT EMPFAENGER-DATEI
           ASSIGN TO "KAMPEMPF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS EMPF-STATUS.

           SELECT RUECKLAUF-DATEI
           ASSIGN TO "RUECKLAUF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS RUECK-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "RUECKLAUF.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ERFASSUNGS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ERFASSUNGS-SATZ          PIC X(80).

       FD XREF-DATEI
          LABEL RECORDS ARE OMITTED.
           01 XREF-SATZ                PIC X(80).

       FD EMPFAENGER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 EMPFAENGER-SATZ          PIC X(80).

       FD RUECKLAUF-DATEI
          LABEL RECORDS ARE OMITTED.
           01 RUECKLAUF-SATZ           PIC X(80).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(120).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(40) OCCURS 4 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.
       01 WS-ERFASSUNG-NAME           PIC X(40)   VALUE
          "RUECKERF.DAT".
       01 WS-KAMPAGNE-PARAMETER       PIC 9(04)   VALUE ZERO.
       01 WS-EINGANG-PARAMETER        PIC X(08)   VALUE SPACES.
       01 WS-ZAHL-PARAMETER           PIC X(06).
       01 WS-LAUFSTEMPEL              PIC X(14)   VALUE SPACES.

       01 WS-ERFASS-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DER-ERFASSUNG                   VALUE "J".
       01 WS-XREF-ENDE-SCHALTER       PIC X(01)   VALUE "N".
          88 ENDE-DES-XREF                        VALUE "J".
       01 WS-EMPF-ENDE-SCHALTER       PIC X(01)   VALUE "N".
          88 ENDE-DER-EMPFAENGER                  VALUE "J".
       01 WS-RUECK-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DES-RUECKLAUFS                  VALUE "J".

       01 WS-XREF-TABELLE.
          05 WS-XREF-EINTRAG          OCCURS 500 TIMES.
             10 XRF-ALT-ID            PIC X(06).
             10 XRF-NEU-ID            PIC X(06).
       01 WS-XREF-ANZAHL              PIC 9(03)   COMP VALUE ZERO.
       01 WS-XREF-MAXIMUM             PIC 9(03)   COMP VALUE 500.
       01 WS-XREF-INDEX               PIC 9(03)   COMP VALUE ZERO.
      * Aufloesung einer ID ueber ADRXREF.DAT; eine Kette
      * (A in B, spaeter B in C) wird bis zum Ende verfolgt.
       01 WS-AUFLOESE-ID              PIC X(06).
       01 WS-AUFLOESE-SCHRITTE        PIC 9(02)   COMP VALUE ZERO.
       01 WS-AUFLOESE-SCHALTER        PIC X(01)   VALUE "N".
          88 AUFLOESUNG-FERTIG                    VALUE "J".

      * Rueckantworten aus der Erfassungsdatei
       01 WS-ANTWORT-TABELLE.
          05 WS-ANTWORT-EINTRAG       OCCURS 2000 TIMES.
             10 RKL-ZEILE             PIC 9(05).
             10 RKL-KENNUNG           PIC X(13).
             10 RKL-GEDRUCKT-ID       PIC X(06).
             10 RKL-NEU-ID            PIC X(06).
             10 RKL-KAMPAGNE          PIC 9(04).
             10 RKL-EINGANG           PIC X(08).
             10 RKL-EMPF-ID           PIC X(06).
             10 RKL-TREFFER-KAMPAGNE  PIC 9(04).
             10 RKL-TREFFER-LAUF      PIC X(14).
             10 RKL-DOPPELT-SCHALTER  PIC X(01).
       01 WS-ANTWORT-ANZAHL           PIC 9(04)   COMP VALUE ZERO.
       01 WS-ANTWORT-MAXIMUM          PIC 9(04)   COMP VALUE 2000.
       01 WS-ANTWORT-INDEX            PIC 9(04)   COMP VALUE ZERO.
       01 WS-VERGLEICH-INDEX          PIC 9(04)   COMP VALUE ZERO.
       01 WS-ERFASS-ZEILE             PIC 9(05)   VALUE ZERO.

      * Erfasste Antworten je Kampagne (fuer das Journal)
       01 WS-KAMPAGNEN-TABELLE.
          05 WS-KAMPAGNEN-EINTRAG     OCCURS 200 TIMES.
             10 KPG-NUMMER            PIC 9(04).
             10 KPG-ANTWORTEN         PIC 9(07).
       01 WS-KAMPAGNEN-ANZAHL         PIC 9(03)   COMP VALUE ZERO.
       01 WS-KAMPAGNEN-MAXIMUM        PIC 9(03)   COMP VALUE 200.
       01 WS-KAMPAGNEN-INDEX          PIC 9(03)   COMP VALUE ZERO.
       01 WS-TREFFER-INDEX            PIC 9(03)   COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-KENNUNG             PIC X(13)   VALUE SPACES.
       01 WS-FELD-KAMPAGNE            PIC X(06)   VALUE SPACES.
       01 WS-FELD-EINGANG             PIC X(08)   VALUE SPACES.
       01 WS-FELD-ALT-ID              PIC X(06)   VALUE SPACES.
       01 WS-FELD-NEU-ID              PIC X(06)   VALUE SPACES.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-LAUF                PIC X(14)   VALUE SPACES.
       01 WS-FELD-EMPF-ID             PIC X(06)   VALUE SPACES.
       01 WS-FELD-REST                PIC X(40)   VALUE SPACES.
       01 WS-FELD-KAMPAGNE-NR         PIC 9(04)   VALUE ZERO.
       01 WS-SUCH-ID                  PIC X(06).
       01 WS-EINGANG                  PIC X(08).
       01 WS-GRUND                    PIC X(40).

       01 WS-GELESEN-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-ERFASST-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-XREF-ZAEHLER             PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABGEWIESEN-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.

       01 WS-BERICHTZEILE             PIC X(80).
       01 WS-RUECKLAUFZEILE           PIC X(80).

       01 WS-ABWEISZEILE.
          05 FILLER                   PIC X(06)   VALUE "ZEILE ".
          05 WS-AWZ-ZEILE             PIC ZZZZ9.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-AWZ-KENNUNG           PIC X(13).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-AWZ-GRUND             PIC X(40).

       01 WS-KAMPAGNENZEILE.
          05 FILLER                   PIC X(09)   VALUE "KAMPAGNE ".
          05 WS-KPZ-NUMMER            PIC 9(04).
          05 FILLER                   PIC X(13)
                                      VALUE "  ANTWORTEN: ".
          05 WS-KPZ-ANZAHL            PIC ZZZZZZ9.

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ERFASS-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ERFASS-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ERFASS-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ERFASS-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ERFASS-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==XREF-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==XREF-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==XREF-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==XREF-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==XREF-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==EMPF-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==EMPF-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==EMPF-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==EMPF-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==EMPF-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==RUECK-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==RUECK-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==RUECK-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==RUECK-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==RUECK-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "laufstat.cpy".
       COPY "kampagne.cpy".
       COPY "pruefzif.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-ERFASSE-RUECKLAUF.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3) WS-WORT(4)
         END-UNSTRING.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 4.
         IF WS-EINGANG-PARAMETER = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EINGANG-PARAMETER
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LAUFSTEMPEL.
         SET ENVIRONMENT "RUECKEIN"
             TO FUNCTION TRIM(WS-ERFASSUNG-NAME).

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open RUECKLAUF.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ADRANTW RUECKLAUFERFASSUNG" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "ERFASSUNGSDATEI " FUNCTION TRIM(WS-ERFASSUNG-NAME)
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ABGEWIESENE ZEILEN" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM X000-LADE-XREF.
         PERFORM B000-LADE-ERFASSUNG.
         PERFORM C000-SUCHE-EMPFAENGER.
         PERFORM D000-PRUEFE-DOPPELTE.
         PERFORM E000-SCHREIBE-RUECKLAUF.

         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ERFASSTE ANTWORTEN JE KAMPAGNE" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM E500-MELDE-KAMPAGNE
             VARYING WS-KAMPAGNEN-INDEX FROM 1 BY 1
             UNTIL WS-KAMPAGNEN-INDEX > WS-KAMPAGNEN-ANZAHL.

         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ZEILEN GELESEN        : " TO WS-SUM-TEXT.
         MOVE WS-GELESEN-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "ANTWORTEN ERFASST     : " TO WS-SUM-TEXT.
         MOVE WS-ERFASST-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "DAVON UEBER ADRXREF   : " TO WS-SUM-TEXT.
         MOVE WS-XREF-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "ABGEWIESEN            : " TO WS-SUM-TEXT.
         MOVE WS-ABGEWIESEN-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         CLOSE BERICHT-DATEI.

         DISPLAY "ADRANTW: gelesen " WS-GELESEN-ZAEHLER
             ", erfasst " WS-ERFASST-ZAEHLER
             ", davon ueber ADRXREF " WS-XREF-ZAEHLER
             ", abgewiesen " WS-ABGEWIESEN-ZAEHLER.
         MOVE "adrantw " TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-ERFASST-ZAEHLER TO STAT-SAETZE-AUS.
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

       A100-WERTE-PARAMETER-AUS.
         EVALUATE TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = SPACES
                 CONTINUE
             WHEN WS-WORT(WS-WORT-INDEX)(1:9) = "KAMPAGNE="
                 MOVE WS-WORT(WS-WORT-INDEX)(10:6)
                     TO WS-ZAHL-PARAMETER
                 IF WS-ZAHL-PARAMETER = SPACES
                     OR FUNCTION TRIM(WS-ZAHL-PARAMETER)
                         IS NOT NUMERIC
                     OR WS-ZAHL-PARAMETER(5:2) NOT = SPACES
                     DISPLAY "ADRANTW: KAMPAGNE= ist keine Zahl "
                         "mit hoechstens 4 Stellen"
                     STOP RUN RETURNING 1
                 END-IF
                 MOVE FUNCTION NUMVAL(WS-ZAHL-PARAMETER)
                     TO WS-KAMPAGNE-PARAMETER
      * Kampagnennummern beginnen bei 2: die Generation 1 ist
      * der anonyme Lauf (siehe kampagne.cpy).
                 IF WS-KAMPAGNE-PARAMETER < 2
                     DISPLAY "ADRANTW: KAMPAGNE= muss mindestens "
                         "2 sein (1 ist der anonyme Lauf)"
                     STOP RUN RETURNING 1
                 END-IF
             WHEN WS-WORT(WS-WORT-INDEX)(1:8) = "EINGANG="
                 MOVE WS-WORT(WS-WORT-INDEX)(9:8)
                     TO WS-EINGANG-PARAMETER
                 IF WS-EINGANG-PARAMETER IS NOT NUMERIC
                     OR WS-WORT(WS-WORT-INDEX)(17:24) NOT = SPACES
                     DISPLAY "ADRANTW: EINGANG= ist kein Datum "
                         "JJJJMMTT"
                     STOP RUN RETURNING 1
                 END-IF
                 IF FUNCTION TEST-DATE-YYYYMMDD(
                         FUNCTION NUMVAL(WS-EINGANG-PARAMETER))
                         NOT = ZERO
                     DISPLAY "ADRANTW: EINGANG= ist kein "
                         "gueltiges Datum"
                     STOP RUN RETURNING 1
                 END-IF
             WHEN OTHER
                 MOVE WS-WORT(WS-WORT-INDEX) TO WS-ERFASSUNG-NAME
         END-EVALUATE.

      * Liest die Erfassungsdatei; formal fehlerhafte Zeilen
      * werden sofort abgewiesen, die uebrigen in die Tabelle
      * genommen.
       B000-LADE-ERFASSUNG.
         OPEN INPUT ERFASSUNGS-DATEI.
         IF NOT ERFASS-STATUS-OK
             DISPLAY "Sorry, unable to open "
                 FUNCTION TRIM(WS-ERFASSUNG-NAME)
                 ", status " ERFASS-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM B100-LIES-ERFASSUNG.
         PERFORM B200-UEBERNIMM-ERFASSUNG
             UNTIL ENDE-DER-ERFASSUNG.
         CLOSE ERFASSUNGS-DATEI.

       B100-LIES-ERFASSUNG.
         READ ERFASSUNGS-DATEI
             AT END SET ENDE-DER-ERFASSUNG TO TRUE.
         IF NOT ERFASS-STATUS-OK AND NOT ERFASS-STATUS-ENDE
             DISPLAY "Sorry, error reading "
                 FUNCTION TRIM(WS-ERFASSUNG-NAME)
                 ", status " ERFASS-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-UEBERNIMM-ERFASSUNG.
         ADD 1 TO WS-ERFASS-ZEILE.
         IF ERFASSUNGS-SATZ NOT = SPACES
             AND ERFASSUNGS-SATZ(1:1) NOT = "*"
             ADD 1 TO WS-GELESEN-ZAEHLER
             PERFORM B300-PRUEFE-ERFASSUNG
         END-IF.
         PERFORM B100-LIES-ERFASSUNG.

       B300-PRUEFE-ERFASSUNG.
         MOVE SPACES TO WS-FELD-KENNUNG WS-FELD-KAMPAGNE
             WS-FELD-EINGANG WS-FELD-REST.
         UNSTRING ERFASSUNGS-SATZ DELIMITED BY ";"
             INTO WS-FELD-KENNUNG WS-FELD-KAMPAGNE
                  WS-FELD-EINGANG WS-FELD-REST
         END-UNSTRING.
         IF WS-FELD-KENNUNG(1:1) = "#"
             MOVE WS-FELD-KENNUNG(2:11) TO PZF-ZIFFERN
             CALL "pruefzif" USING PZF-BLOCK
             IF PZF-STATUS NOT = "00"
                 OR WS-FELD-KENNUNG(13:1) NOT NUMERIC
                 OR FUNCTION NUMVAL(WS-FELD-KENNUNG(13:1))
                     NOT = PZF-PRUEFZIFFER
                 MOVE "Lesezeile mit falscher Pruefziffer"
                     TO WS-GRUND
                 PERFORM B350-WEISE-ZEILE-AB
                 EXIT PARAGRAPH
             END-IF
             MOVE WS-FELD-KENNUNG(2:6) TO WS-SUCH-ID
         ELSE
             IF WS-FELD-KENNUNG(1:6) IS NOT NUMERIC
                 OR WS-FELD-KENNUNG(7:7) NOT = SPACES
                 MOVE "weder Lesezeile noch ADR-ID" TO WS-GRUND
                 PERFORM B350-WEISE-ZEILE-AB
                 EXIT PARAGRAPH
             END-IF
             MOVE WS-FELD-KENNUNG(1:6) TO WS-SUCH-ID
         END-IF.
         IF WS-FELD-KAMPAGNE = SPACES
             MOVE WS-KAMPAGNE-PARAMETER TO WS-FELD-KAMPAGNE-NR
         ELSE
             IF FUNCTION TRIM(WS-FELD-KAMPAGNE) IS NOT NUMERIC
                 OR WS-FELD-KAMPAGNE(5:2) NOT = SPACES
                 MOVE "Kampagne nicht numerisch" TO WS-GRUND
                 PERFORM B350-WEISE-ZEILE-AB
                 EXIT PARAGRAPH
             END-IF
             MOVE FUNCTION NUMVAL(WS-FELD-KAMPAGNE)
                 TO WS-FELD-KAMPAGNE-NR
             IF WS-FELD-KAMPAGNE-NR < 2
                 MOVE "Kampagne kleiner als 2" TO WS-GRUND
                 PERFORM B350-WEISE-ZEILE-AB
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         IF WS-FELD-EINGANG = SPACES
             MOVE WS-EINGANG-PARAMETER TO WS-EINGANG
         ELSE
             IF WS-FELD-EINGANG IS NOT NUMERIC
                 MOVE "Eingang ist kein Datum JJJJMMTT" TO WS-GRUND
                 PERFORM B350-WEISE-ZEILE-AB
                 EXIT PARAGRAPH
             END-IF
             IF FUNCTION TEST-DATE-YYYYMMDD(
                     FUNCTION NUMVAL(WS-FELD-EINGANG)) NOT = ZERO
                 MOVE "Eingang ist kein gueltiges Datum"
                     TO WS-GRUND
                 PERFORM B350-WEISE-ZEILE-AB
                 EXIT PARAGRAPH
             END-IF
             MOVE WS-FELD-EINGANG TO WS-EINGANG
         END-IF.
         IF WS-ANTWORT-ANZAHL NOT LESS WS-ANTWORT-MAXIMUM
             DISPLAY "ADRANTW: mehr als " WS-ANTWORT-MAXIMUM
                 " Rueckantworten, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-ANTWORT-ANZAHL.
         MOVE WS-ERFASS-ZEILE TO RKL-ZEILE(WS-ANTWORT-ANZAHL).
         MOVE WS-FELD-KENNUNG TO RKL-KENNUNG(WS-ANTWORT-ANZAHL).
         MOVE WS-SUCH-ID TO RKL-GEDRUCKT-ID(WS-ANTWORT-ANZAHL).
         MOVE WS-SUCH-ID TO WS-AUFLOESE-ID.
         PERFORM X300-LOESE-ID-AUF.
         MOVE WS-AUFLOESE-ID TO RKL-NEU-ID(WS-ANTWORT-ANZAHL).
         MOVE WS-FELD-KAMPAGNE-NR
             TO RKL-KAMPAGNE(WS-ANTWORT-ANZAHL).
         MOVE WS-EINGANG TO RKL-EINGANG(WS-ANTWORT-ANZAHL).
         MOVE SPACES TO RKL-EMPF-ID(WS-ANTWORT-ANZAHL)
             RKL-TREFFER-LAUF(WS-ANTWORT-ANZAHL).
         MOVE ZERO TO RKL-TREFFER-KAMPAGNE(WS-ANTWORT-ANZAHL).
         MOVE "N" TO RKL-DOPPELT-SCHALTER(WS-ANTWORT-ANZAHL).

       B350-WEISE-ZEILE-AB.
         ADD 1 TO WS-ABGEWIESEN-ZAEHLER.
         MOVE WS-ERFASS-ZEILE TO WS-AWZ-ZEILE.
         MOVE WS-FELD-KENNUNG TO WS-AWZ-KENNUNG.
         MOVE WS-GRUND TO WS-AWZ-GRUND.
         MOVE WS-ABWEISZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Liest die Empfaengerlisten aller Kampagnen (KAMPEMPF.DAT)
      * und ordnet jeder Rueckantwort die Kampagne zu: die
      * angegebene, sonst die juengste, die den Absender vor dem
      * Eingang angeschrieben hat. Verglichen wird nach Aufloesung
      * beider IDs ueber ADRXREF.DAT, so findet auch eine Karte
      * mit einer inzwischen stillgelegten ID ihren Empfaenger.
       C000-SUCHE-EMPFAENGER.
         IF WS-ANTWORT-ANZAHL = ZERO
             EXIT PARAGRAPH
         END-IF.
         OPEN INPUT EMPFAENGER-DATEI.
         IF EMPF-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT EMPF-STATUS-OK
             DISPLAY "Sorry, unable to open KAMPEMPF.DAT, status "
                 EMPF-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM C100-LIES-EMPFAENGER.
         PERFORM C200-UEBERNIMM-EMPFAENGER
             UNTIL ENDE-DER-EMPFAENGER.
         CLOSE EMPFAENGER-DATEI.

       C100-LIES-EMPFAENGER.
         READ EMPFAENGER-DATEI
             AT END SET ENDE-DER-EMPFAENGER TO TRUE.
         IF NOT EMPF-STATUS-OK AND NOT EMPF-STATUS-ENDE
             DISPLAY "Sorry, error reading KAMPEMPF.DAT, status "
                 EMPF-STATUS
             STOP RUN RETURNING 1
         END-IF.

       C200-UEBERNIMM-EMPFAENGER.
         IF EMPFAENGER-SATZ NOT = SPACES
             AND EMPFAENGER-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ID WS-FELD-KAMPAGNE
                 WS-FELD-LAUF
             UNSTRING EMPFAENGER-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-KAMPAGNE WS-FELD-LAUF
             END-UNSTRING
             IF WS-FELD-ID IS NUMERIC
                 AND WS-FELD-KAMPAGNE(1:4) IS NUMERIC
                 MOVE WS-FELD-KAMPAGNE(1:4) TO WS-FELD-KAMPAGNE-NR
                 MOVE WS-FELD-ID TO WS-AUFLOESE-ID
                 PERFORM X300-LOESE-ID-AUF
                 PERFORM C300-VERGLEICHE-ANTWORT
                     VARYING WS-ANTWORT-INDEX FROM 1 BY 1
                     UNTIL WS-ANTWORT-INDEX > WS-ANTWORT-ANZAHL
             END-IF
         END-IF.
         PERFORM C100-LIES-EMPFAENGER.

       C300-VERGLEICHE-ANTWORT.
         IF RKL-NEU-ID(WS-ANTWORT-INDEX) NOT = WS-AUFLOESE-ID
             EXIT PARAGRAPH
         END-IF.
         IF RKL-KAMPAGNE(WS-ANTWORT-INDEX) NOT = ZERO
             AND RKL-KAMPAGNE(WS-ANTWORT-INDEX)
                 NOT = WS-FELD-KAMPAGNE-NR
             EXIT PARAGRAPH
         END-IF.
      * Eine Antwort vor der Auswahl kann nicht aus dieser
      * Kampagne stammen.
         IF WS-FELD-LAUF(1:8) > RKL-EINGANG(WS-ANTWORT-INDEX)
             EXIT PARAGRAPH
         END-IF.
         IF RKL-TREFFER-KAMPAGNE(WS-ANTWORT-INDEX) = ZERO
             OR WS-FELD-LAUF > RKL-TREFFER-LAUF(WS-ANTWORT-INDEX)
             MOVE WS-FELD-KAMPAGNE-NR
                 TO RKL-TREFFER-KAMPAGNE(WS-ANTWORT-INDEX)
             MOVE WS-FELD-LAUF TO RKL-TREFFER-LAUF(WS-ANTWORT-INDEX)
             MOVE WS-FELD-ID TO RKL-EMPF-ID(WS-ANTWORT-INDEX)
         END-IF.

      * Markiert Rueckantworten, die fuer dieselbe Kampagne und
      * denselben Empfaenger schon in RUECKLAUF.DAT stehen.
       D000-PRUEFE-DOPPELTE.
         IF WS-ANTWORT-ANZAHL = ZERO
             EXIT PARAGRAPH
         END-IF.
         OPEN INPUT RUECKLAUF-DATEI.
         IF RUECK-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT RUECK-STATUS-OK
             DISPLAY "Sorry, unable to open RUECKLAUF.DAT, status "
                 RUECK-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM D100-LIES-RUECKLAUF.
         PERFORM D200-UEBERNIMM-RUECKLAUF
             UNTIL ENDE-DES-RUECKLAUFS.
         CLOSE RUECKLAUF-DATEI.

       D100-LIES-RUECKLAUF.
         READ RUECKLAUF-DATEI
             AT END SET ENDE-DES-RUECKLAUFS TO TRUE.
         IF NOT RUECK-STATUS-OK AND NOT RUECK-STATUS-ENDE
             DISPLAY "Sorry, error reading RUECKLAUF.DAT, status "
                 RUECK-STATUS
             STOP RUN RETURNING 1
         END-IF.

       D200-UEBERNIMM-RUECKLAUF.
         IF RUECKLAUF-SATZ NOT = SPACES
             AND RUECKLAUF-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ID WS-FELD-KAMPAGNE
                 WS-FELD-EINGANG WS-FELD-EMPF-ID
             UNSTRING RUECKLAUF-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-KAMPAGNE WS-FELD-EINGANG
                      WS-FELD-EMPF-ID
             END-UNSTRING
             IF WS-FELD-KAMPAGNE(1:4) IS NUMERIC
                 MOVE WS-FELD-KAMPAGNE(1:4) TO WS-FELD-KAMPAGNE-NR
                 PERFORM D300-VERGLEICHE-ANTWORT
                     VARYING WS-ANTWORT-INDEX FROM 1 BY 1
                     UNTIL WS-ANTWORT-INDEX > WS-ANTWORT-ANZAHL
             END-IF
         END-IF.
         PERFORM D100-LIES-RUECKLAUF.

       D300-VERGLEICHE-ANTWORT.
         IF RKL-TREFFER-KAMPAGNE(WS-ANTWORT-INDEX)
                 = WS-FELD-KAMPAGNE-NR
             AND RKL-EMPF-ID(WS-ANTWORT-INDEX) = WS-FELD-EMPF-ID
             MOVE "J" TO RKL-DOPPELT-SCHALTER(WS-ANTWORT-INDEX)
         END-IF.

      * Haengt die zugeordneten Rueckantworten an RUECKLAUF.DAT
      * an (fehlt die Datei, wird sie neu angelegt) und weist die
      * uebrigen ab.
       E000-SCHREIBE-RUECKLAUF.
         OPEN EXTEND RUECKLAUF-DATEI.
         IF RUECK-STATUS = "35"
             OPEN OUTPUT RUECKLAUF-DATEI
         END-IF.
         IF NOT RUECK-STATUS-OK
             DISPLAY "Sorry, unable to open RUECKLAUF.DAT, status "
                 RUECK-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM E100-VERBUCHE-ANTWORT
             VARYING WS-ANTWORT-INDEX FROM 1 BY 1
             UNTIL WS-ANTWORT-INDEX > WS-ANTWORT-ANZAHL.
         CLOSE RUECKLAUF-DATEI.

       E100-VERBUCHE-ANTWORT.
         MOVE RKL-KENNUNG(WS-ANTWORT-INDEX) TO WS-FELD-KENNUNG.
         MOVE RKL-ZEILE(WS-ANTWORT-INDEX) TO WS-ERFASS-ZEILE.
         IF RKL-TREFFER-KAMPAGNE(WS-ANTWORT-INDEX) = ZERO
             IF RKL-KAMPAGNE(WS-ANTWORT-INDEX) = ZERO
                 MOVE "von keiner Kampagne angeschrieben"
                     TO WS-GRUND
             ELSE
                 MOVE "kein Empfaenger dieser Kampagne"
                     TO WS-GRUND
             END-IF
             PERFORM B350-WEISE-ZEILE-AB
             EXIT PARAGRAPH
         END-IF.
         IF RKL-DOPPELT-SCHALTER(WS-ANTWORT-INDEX) = "J"
             MOVE "Antwort schon erfasst" TO WS-GRUND
             PERFORM B350-WEISE-ZEILE-AB
             EXIT PARAGRAPH
         END-IF.
      * Zwei Karten desselben Empfaengers in einer Erfassung:
      * nur die erste zaehlt.
         PERFORM E200-PRUEFE-VORGAENGER
             VARYING WS-VERGLEICH-INDEX FROM 1 BY 1
             UNTIL WS-VERGLEICH-INDEX NOT LESS WS-ANTWORT-INDEX.
         IF RKL-DOPPELT-SCHALTER(WS-ANTWORT-INDEX) = "J"
             MOVE "Antwort doppelt in der Erfassung" TO WS-GRUND
             PERFORM B350-WEISE-ZEILE-AB
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-RUECKLAUFZEILE.
         STRING RKL-NEU-ID(WS-ANTWORT-INDEX) ";"
             RKL-TREFFER-KAMPAGNE(WS-ANTWORT-INDEX) ";"
             RKL-EINGANG(WS-ANTWORT-INDEX) ";"
             RKL-EMPF-ID(WS-ANTWORT-INDEX) ";"
             WS-LAUFSTEMPEL
             DELIMITED BY SIZE INTO WS-RUECKLAUFZEILE.
         MOVE WS-RUECKLAUFZEILE TO RUECKLAUF-SATZ.
         WRITE RUECKLAUF-SATZ.
         IF NOT RUECK-STATUS-OK
             DISPLAY "Sorry, error writing RUECKLAUF.DAT, status "
                 RUECK-STATUS
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-ERFASST-ZAEHLER.
         IF RKL-NEU-ID(WS-ANTWORT-INDEX)
                 NOT = RKL-GEDRUCKT-ID(WS-ANTWORT-INDEX)
             ADD 1 TO WS-XREF-ZAEHLER
         END-IF.
         PERFORM E300-ZAEHLE-KAMPAGNE.

      * Ein frueherer, nicht abgewiesener Eintrag fuer dieselbe
      * Kampagne und denselben Empfaenger macht diesen doppelt.
       E200-PRUEFE-VORGAENGER.
         IF RKL-TREFFER-KAMPAGNE(WS-VERGLEICH-INDEX)
                 = RKL-TREFFER-KAMPAGNE(WS-ANTWORT-INDEX)
             AND RKL-EMPF-ID(WS-VERGLEICH-INDEX)
                 = RKL-EMPF-ID(WS-ANTWORT-INDEX)
             AND RKL-DOPPELT-SCHALTER(WS-VERGLEICH-INDEX) = "N"
             MOVE "J" TO RKL-DOPPELT-SCHALTER(WS-ANTWORT-INDEX)
             MOVE WS-ANTWORT-INDEX TO WS-VERGLEICH-INDEX
         END-IF.

       E300-ZAEHLE-KAMPAGNE.
         MOVE ZERO TO WS-TREFFER-INDEX.
         PERFORM E310-PRUEFE-KAMPAGNE
             VARYING WS-KAMPAGNEN-INDEX FROM 1 BY 1
             UNTIL WS-KAMPAGNEN-INDEX > WS-KAMPAGNEN-ANZAHL.
         IF WS-TREFFER-INDEX = ZERO
             IF WS-KAMPAGNEN-ANZAHL NOT LESS WS-KAMPAGNEN-MAXIMUM
                 DISPLAY "ADRANTW: mehr als " WS-KAMPAGNEN-MAXIMUM
                     " Kampagnen in einer Erfassung"
                 STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-KAMPAGNEN-ANZAHL
             MOVE WS-KAMPAGNEN-ANZAHL TO WS-TREFFER-INDEX
             MOVE RKL-TREFFER-KAMPAGNE(WS-ANTWORT-INDEX)
                 TO KPG-NUMMER(WS-TREFFER-INDEX)
             MOVE ZERO TO KPG-ANTWORTEN(WS-TREFFER-INDEX)
         END-IF.
         ADD 1 TO KPG-ANTWORTEN(WS-TREFFER-INDEX).

       E310-PRUEFE-KAMPAGNE.
         IF KPG-NUMMER(WS-KAMPAGNEN-INDEX)
                 = RKL-TREFFER-KAMPAGNE(WS-ANTWORT-INDEX)
             MOVE WS-KAMPAGNEN-INDEX TO WS-TREFFER-INDEX
             MOVE WS-KAMPAGNEN-ANZAHL TO WS-KAMPAGNEN-INDEX
         END-IF.

      * Je Kampagne eine Berichtszeile und die Stufe ANTWORT im
      * Kampagnenjournal.
       E500-MELDE-KAMPAGNE.
         MOVE KPG-NUMMER(WS-KAMPAGNEN-INDEX) TO WS-KPZ-NUMMER.
         MOVE KPG-ANTWORTEN(WS-KAMPAGNEN-INDEX) TO WS-KPZ-ANZAHL.
         MOVE WS-KAMPAGNENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE KPG-NUMMER(WS-KAMPAGNEN-INDEX) TO KAMP-NUMMER.
         MOVE "ANTWORT" TO KAMP-STUFE.
         MOVE KPG-ANTWORTEN(WS-KAMPAGNEN-INDEX) TO KAMP-ANZAHL.
         MOVE WS-ERFASSUNG-NAME TO KAMP-ZUSATZ.
         CALL "kamplog" USING KAMP-BLOCK.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing RUECKLAUF.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G100-SCHREIBE-SUMME.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Laedt die Querverweisdatei der Dublettenzusammenfuehrung
      * (ADRXREF.DAT, je Zeile ALT-ID;UEBERLEBT-ID); eine
      * fehlende Datei ist zulaessig (keine Stilllegungen).
       X000-LADE-XREF.
         OPEN INPUT XREF-DATEI.
         IF XREF-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT XREF-STATUS-OK
             DISPLAY "Sorry, unable to open ADRXREF.DAT, status "
                 XREF-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM X100-LIES-XREF-ZEILE.
         PERFORM X200-UEBERNIMM-XREF-ZEILE
             UNTIL ENDE-DES-XREF.
         CLOSE XREF-DATEI.

       X100-LIES-XREF-ZEILE.
         READ XREF-DATEI
             AT END SET ENDE-DES-XREF TO TRUE.
         IF NOT XREF-STATUS-OK AND NOT XREF-STATUS-ENDE
             DISPLAY "Sorry, error reading ADRXREF.DAT, status "
                 XREF-STATUS
             STOP RUN RETURNING 1
         END-IF.

       X200-UEBERNIMM-XREF-ZEILE.
         IF XREF-SATZ = SPACES
             OR XREF-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             IF WS-XREF-ANZAHL NOT LESS WS-XREF-MAXIMUM
                 DISPLAY "ADRANTW: mehr als " WS-XREF-MAXIMUM
                     " Querverweise, Lauf wird abgebrochen"
                 STOP RUN RETURNING 1
             END-IF
             MOVE SPACES TO WS-FELD-ALT-ID WS-FELD-NEU-ID
             UNSTRING XREF-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ALT-ID WS-FELD-NEU-ID
             END-UNSTRING
             ADD 1 TO WS-XREF-ANZAHL
             MOVE WS-FELD-ALT-ID TO XRF-ALT-ID(WS-XREF-ANZAHL)
             MOVE WS-FELD-NEU-ID TO XRF-NEU-ID(WS-XREF-ANZAHL)
         END-IF.
         PERFORM X100-LIES-XREF-ZEILE.

      * Ersetzt WS-AUFLOESE-ID durch den Ueberlebenden; nach
      * hoechstens 20 Schritten ist Schluss (ein Ring in
      * ADRXREF.DAT darf den Lauf nicht festhalten).
       X300-LOESE-ID-AUF.
         MOVE ZERO TO WS-AUFLOESE-SCHRITTE.
         MOVE "N" TO WS-AUFLOESE-SCHALTER.
         PERFORM X310-AUFLOESE-SCHRITT
             UNTIL AUFLOESUNG-FERTIG.

       X310-AUFLOESE-SCHRITT.
         ADD 1 TO WS-AUFLOESE-SCHRITTE.
         SET AUFLOESUNG-FERTIG TO TRUE.
         PERFORM X320-PRUEFE-XREF
             VARYING WS-XREF-INDEX FROM 1 BY 1
             UNTIL WS-XREF-INDEX > WS-XREF-ANZAHL.
         IF WS-AUFLOESE-SCHRITTE NOT LESS 20
             SET AUFLOESUNG-FERTIG TO TRUE
         END-IF.

       X320-PRUEFE-XREF.
         IF XRF-ALT-ID(WS-XREF-INDEX) = WS-AUFLOESE-ID
             MOVE XRF-NEU-ID(WS-XREF-INDEX) TO WS-AUFLOESE-ID
             MOVE "N" TO WS-AUFLOESE-SCHALTER
             MOVE WS-XREF-ANZAHL TO WS-XREF-INDEX
         END-IF.

       END PROGRAM adrantw.

      * vim:ai sw=4 sts=4 expandtab
