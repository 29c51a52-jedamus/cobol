      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Gemeinsames Unterprogramm fuer die Versandhistorie je
      * Empfaenger (Parameterblock sendhist.cpy): ein Professor,
      * der in einem Monat fuenf Sendungen von uns bekam und sich
      * beschwerte, war bisher nicht einmal nachzuweisen - das
      * Kampagnenjournal zaehlt nur je Kampagne. Jetzt schreibt
      * jeder Druck- und Versandweg je Stueck eine Zeile nach
      * SENDHIST.DAT (ANFANG, SCHREIBEN, ABSCHLUSS), und adrwahl
      * laedt vor der Auswahl die Stuecke rund um den Versandtag
      * (LADEN), um je Empfaenger die Kontaktgrenze zu pruefen
      * (PRUEFEN). Die geladenen Stuecke stehen nach ADR-ID,
      * Kampagne und Versandtag sortiert in einer Tabelle;
      * PRUEFEN sucht binaer nach dem ersten Stueck der ID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sendhist.
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

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 HISTORIEN-SATZ           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-HISTORIE-ENDE-SCHALTER PIC X(01).
          88 ENDE-DER-HISTORIE              VALUE "J".
       77 WS-HISTORIENZEILE      PIC X(80).

      * Schluessel: ADR-ID, Kampagne und - nur beim anonymen Lauf
      * (Kampagne 0001) - der Versandtag; so zaehlt eine Kampagne
      * je Empfaenger nur einmal.
       01 WS-STUECK-TABELLE.
          05 WS-STUECK-EINTRAG        OCCURS 9000 TIMES.
             10 STK-SCHLUESSEL.
                15 STK-ID             PIC X(06).
                15 STK-KAMPAGNE       PIC X(04).
                15 STK-TAG            PIC X(08).
             10 STK-VERSANDTAG        PIC X(08).
             10 STK-KANAL             PIC X(01).
       77 WS-STUECK-ANZAHL       PIC 9(04) COMP VALUE ZERO.
       77 WS-STUECK-MAXIMUM      PIC 9(04) COMP VALUE 9000.
       77 WS-STUECK-INDEX        PIC 9(04) COMP VALUE ZERO.
       77 WS-SUCH-UNTEN          PIC 9(04) COMP VALUE ZERO.
       77 WS-SUCH-OBEN           PIC 9(04) COMP VALUE ZERO.
       77 WS-SUCH-MITTE          PIC 9(04) COMP VALUE ZERO.
       01 WS-SUCH-SCHLUESSEL.
          05 WS-SUCH-ID              PIC X(06).
          05 WS-SUCH-KAMPAGNE        PIC X(04).
          05 WS-SUCH-TAG             PIC X(08).
       77 WS-SUCH-LAENGE         PIC 9(02) COMP VALUE ZERO.

       77 WS-VERSANDTAG-NUMMER   PIC 9(08) COMP VALUE ZERO.
       77 WS-ABSTAND             PIC S9(08) COMP VALUE ZERO.
       77 WS-ID-ANZEIGE          PIC 9(06).
       77 WS-KAMPAGNE-ANZEIGE    PIC 9(04).

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       77 WS-FELD-ID             PIC X(06) VALUE SPACES.
       77 WS-FELD-KAMPAGNE       PIC X(04) VALUE SPACES.
       77 WS-FELD-VERSANDTAG     PIC X(08) VALUE SPACES.
       77 WS-FELD-KANAL          PIC X(01) VALUE SPACES.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==HISTORIE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==HISTORIE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==HISTORIE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==HISTORIE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==HISTORIE-STATUS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "sendhist.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING SNH-BLOCK.
       A000-BEHANDLE-HISTORIE.
         MOVE "00" TO SNH-STATUS.
         EVALUATE SNH-FUNKTION
             WHEN "ANFANG"
                 PERFORM B000-EROEFFNE-HISTORIE
             WHEN "SCHREIBEN"
                 PERFORM C000-SCHREIBE-STUECK
             WHEN "ABSCHLUSS"
                 CLOSE HISTORIEN-DATEI
             WHEN "LADEN"
                 PERFORM D000-LADE-ZEITRAUM
             WHEN "PRUEFEN"
                 PERFORM E000-PRUEFE-EMPFAENGER
             WHEN OTHER
                 MOVE "99" TO SNH-STATUS
         END-EVALUATE.
         EXIT PROGRAM.

       B000-EROEFFNE-HISTORIE.
         MOVE ZERO TO SNH-ANZAHL.
         PERFORM P000-PRUEFE-VERSANDTAG.
         IF SNH-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         OPEN EXTEND HISTORIEN-DATEI.
         IF HISTORIE-STATUS = "35"
             OPEN OUTPUT HISTORIEN-DATEI
         END-IF.
         IF NOT HISTORIE-STATUS-OK
             MOVE HISTORIE-STATUS TO SNH-STATUS
         END-IF.

       C000-SCHREIBE-STUECK.
         MOVE SNH-ID TO WS-ID-ANZEIGE.
         MOVE SNH-KAMPAGNE TO WS-KAMPAGNE-ANZEIGE.
         MOVE SPACES TO WS-HISTORIENZEILE.
         STRING WS-ID-ANZEIGE ";" WS-KAMPAGNE-ANZEIGE ";"
             SNH-VERSANDTAG ";" SNH-KANAL ";"
             FUNCTION TRIM(SNH-PROGRAMM)
             DELIMITED BY SIZE INTO WS-HISTORIENZEILE.
         MOVE WS-HISTORIENZEILE TO HISTORIEN-SATZ.
         WRITE HISTORIEN-SATZ.
         IF NOT HISTORIE-STATUS-OK
             MOVE HISTORIE-STATUS TO SNH-STATUS
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO SNH-ANZAHL.

      * Laedt die Stuecke im Zeitraum um den Versandtag; eine
      * fehlende SENDHIST.DAT ist zulaessig (noch nichts
      * versandt).
       D000-LADE-ZEITRAUM.
         MOVE ZERO TO SNH-ANZAHL WS-STUECK-ANZAHL.
         PERFORM P000-PRUEFE-VERSANDTAG.
         IF SNH-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         MOVE FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(SNH-VERSANDTAG))
             TO WS-VERSANDTAG-NUMMER.
         MOVE "N" TO WS-HISTORIE-ENDE-SCHALTER.
         OPEN INPUT HISTORIEN-DATEI.
         IF NOT HISTORIE-STATUS-OK
             IF HISTORIE-STATUS NOT = "35"
                 MOVE HISTORIE-STATUS TO SNH-STATUS
             END-IF
             EXIT PARAGRAPH
         END-IF.
         PERFORM D100-LIES-HISTORIENZEILE.
         PERFORM D200-UEBERNIMM-HISTORIENZEILE
             UNTIL ENDE-DER-HISTORIE
                 OR SNH-STATUS NOT = "00".
         CLOSE HISTORIEN-DATEI.
         MOVE WS-STUECK-ANZAHL TO SNH-ANZAHL.

       D100-LIES-HISTORIENZEILE.
         READ HISTORIEN-DATEI
             AT END SET ENDE-DER-HISTORIE TO TRUE.
         IF NOT HISTORIE-STATUS-OK AND NOT HISTORIE-STATUS-ENDE
             MOVE HISTORIE-STATUS TO SNH-STATUS
         END-IF.

       D200-UEBERNIMM-HISTORIENZEILE.
         IF HISTORIEN-SATZ = SPACES
             OR HISTORIEN-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             MOVE SPACES TO WS-FELD-ID WS-FELD-KAMPAGNE
                 WS-FELD-VERSANDTAG WS-FELD-KANAL
             UNSTRING HISTORIEN-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-KAMPAGNE
                      WS-FELD-VERSANDTAG WS-FELD-KANAL
             END-UNSTRING
             IF WS-FELD-ID IS NUMERIC
                 AND WS-FELD-KAMPAGNE IS NUMERIC
                 AND WS-FELD-VERSANDTAG IS NUMERIC
                 PERFORM D300-PRUEFE-ZEITRAUM
             END-IF
         END-IF.
         IF SNH-STATUS = "00"
             PERFORM D100-LIES-HISTORIENZEILE
         END-IF.

      * Im Zeitraum liegt ein Stueck, das weniger als
      * SNH-GRENZE-TAGE vor oder nach dem Versandtag verschickt
      * wurde; ein Wiederholungslauf derselben Kampagne zaehlt
      * sich nicht selbst.
       D300-PRUEFE-ZEITRAUM.
         IF SNH-KAMPAGNE > 1
             AND WS-FELD-KAMPAGNE = SNH-KAMPAGNE
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-FELD-VERSANDTAG)) NOT = ZERO
             EXIT PARAGRAPH
         END-IF.
         COMPUTE WS-ABSTAND = WS-VERSANDTAG-NUMMER
             - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FELD-VERSANDTAG)).
         IF WS-ABSTAND < ZERO
             COMPUTE WS-ABSTAND = ZERO - WS-ABSTAND
         END-IF.
         IF WS-ABSTAND NOT LESS SNH-GRENZE-TAGE
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-FELD-ID TO WS-SUCH-ID.
         MOVE WS-FELD-KAMPAGNE TO WS-SUCH-KAMPAGNE.
         IF WS-FELD-KAMPAGNE > "0001"
             MOVE SPACES TO WS-SUCH-TAG
         ELSE
             MOVE WS-FELD-VERSANDTAG TO WS-SUCH-TAG
         END-IF.
         MOVE 18 TO WS-SUCH-LAENGE.
         PERFORM F000-SUCHE-UNTERGRENZE.
         IF WS-SUCH-UNTEN NOT > WS-STUECK-ANZAHL
             IF STK-SCHLUESSEL(WS-SUCH-UNTEN) = WS-SUCH-SCHLUESSEL
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         IF WS-STUECK-ANZAHL NOT LESS WS-STUECK-MAXIMUM
             MOVE "97" TO SNH-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM D400-RUECKE-AUF
             VARYING WS-STUECK-INDEX FROM WS-STUECK-ANZAHL BY -1
             UNTIL WS-STUECK-INDEX < WS-SUCH-UNTEN.
         ADD 1 TO WS-STUECK-ANZAHL.
         MOVE WS-SUCH-SCHLUESSEL TO STK-SCHLUESSEL(WS-SUCH-UNTEN).
         MOVE WS-FELD-VERSANDTAG TO STK-VERSANDTAG(WS-SUCH-UNTEN).
         MOVE WS-FELD-KANAL TO STK-KANAL(WS-SUCH-UNTEN).

       D400-RUECKE-AUF.
         MOVE WS-STUECK-EINTRAG(WS-STUECK-INDEX)
             TO WS-STUECK-EINTRAG(WS-STUECK-INDEX + 1).

       E000-PRUEFE-EMPFAENGER.
         MOVE ZERO TO SNH-STUECKE.
         MOVE SNH-ID TO WS-ID-ANZEIGE.
         MOVE WS-ID-ANZEIGE TO WS-SUCH-ID.
         MOVE 6 TO WS-SUCH-LAENGE.
         PERFORM F000-SUCHE-UNTERGRENZE.
         PERFORM E100-NIMM-STUECK
             VARYING WS-STUECK-INDEX FROM WS-SUCH-UNTEN BY 1
             UNTIL WS-STUECK-INDEX > WS-STUECK-ANZAHL
                 OR STK-ID(WS-STUECK-INDEX) NOT = WS-SUCH-ID.

       E100-NIMM-STUECK.
         ADD 1 TO SNH-STUECKE.
         IF SNH-STUECKE NOT > 20
             MOVE STK-KAMPAGNE(WS-STUECK-INDEX)
                 TO SNH-STK-KAMPAGNE(SNH-STUECKE)
             MOVE STK-VERSANDTAG(WS-STUECK-INDEX)
                 TO SNH-STK-VERSANDTAG(SNH-STUECKE)
             MOVE STK-KANAL(WS-STUECK-INDEX)
                 TO SNH-STK-KANAL(SNH-STUECKE)
         END-IF.

      * Binaere Suche nach dem ersten Eintrag, dessen Schluessel
      * (die ersten WS-SUCH-LAENGE Stellen) nicht kleiner ist als
      * der gesuchte; Ergebnis in WS-SUCH-UNTEN (Anzahl + 1, wenn
      * alle kleiner sind).
       F000-SUCHE-UNTERGRENZE.
         MOVE 1 TO WS-SUCH-UNTEN.
         COMPUTE WS-SUCH-OBEN = WS-STUECK-ANZAHL + 1.
         PERFORM F100-HALBIERE
             UNTIL WS-SUCH-UNTEN NOT LESS WS-SUCH-OBEN.

       F100-HALBIERE.
         COMPUTE WS-SUCH-MITTE = (WS-SUCH-UNTEN + WS-SUCH-OBEN) / 2.
         IF STK-SCHLUESSEL(WS-SUCH-MITTE)(1:WS-SUCH-LAENGE)
                 < WS-SUCH-SCHLUESSEL(1:WS-SUCH-LAENGE)
             COMPUTE WS-SUCH-UNTEN = WS-SUCH-MITTE + 1
         ELSE
             MOVE WS-SUCH-MITTE TO WS-SUCH-OBEN
         END-IF.

      * SNH-VERSANDTAG leer = heute; sonst muss es ein gueltiges
      * Datum sein.
       P000-PRUEFE-VERSANDTAG.
         IF SNH-VERSANDTAG = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO SNH-VERSANDTAG
         END-IF.
         IF SNH-VERSANDTAG IS NOT NUMERIC
             MOVE "96" TO SNH-STATUS
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(SNH-VERSANDTAG)) NOT = ZERO
             MOVE "96" TO SNH-STATUS
         END-IF.

       END PROGRAM sendhist.

      * vim:ai sw=4 sts=4 expandtab
