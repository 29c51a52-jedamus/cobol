      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Gemeinsames Unterprogramm fuer die Werbesperre
      * (Parameterblock werbsp.cpy): Empfaenger, die am Telefon
      * oder per Brief keine Werbung mehr wollen, konnten bisher
      * nur ueber eine L-Transaktion in ADRTRANS.DAT aus dem
      * Master geloescht werden - und waren damit auch fuer
      * amtliche Schreiben verloren. Jetzt stehen sie mit Grund,
      * Quelle und optionalem Enddatum in WERBSPERRE.DAT (Pflege:
      * werbpfl), und jeder Versandweg fragt je Empfaenger hier
      * nach. Das Unterprogramm laedt die Sperrdatei beim ANFANG
      * einmal in eine Tabelle (eine fehlende Sperrdatei ist
      * zulaessig und sperrt niemanden), ermittelt aus dem
      * Kampagnenjournal KAMPAGNE.DAT, ob die Kampagne als
      * Pflichtsendung (Stufe AMTLICH) markiert ist, und fuehrt
      * je Lauf einen Sperrbericht WERBSPERRE-<PROGRAMM>.RPT mit
      * jedem gesperrten Empfaenger. Beim ABSCHLUSS geht die
      * Anzahl der unterdrueckten Stuecke als eigene Stufe SPERRE
      * in das Kampagnenjournal (CALL "kamplog"), damit kampber
      * zeigt, was die Widersprueche eine Aussendung kosten.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. werbsp.
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

           SELECT JOURNAL-DATEI
           ASSIGN TO "KAMPAGNE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS JOURNAL-STATUS.

      * WBSBERICHT ist ein logischer Dateiname; er wird beim
      * ANFANG auf WERBSPERRE-<PROGRAMM>.RPT abgebildet.
           SELECT BERICHT-DATEI
           ASSIGN TO "WBSBERICHT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SPERR-DATEI
          LABEL RECORDS ARE OMITTED.
           01 SPERR-SATZ               PIC X(80).

       FD JOURNAL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 JOURNAL-SATZ             PIC X(100).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-BERICHT-DATEINAME   PIC X(40).
       77 WS-HEUTE               PIC X(08).
       77 WS-SPERR-ENDE-SCHALTER PIC X(01).
          88 ENDE-DER-SPERRDATEI            VALUE "J".
       77 WS-JOURNAL-ENDE-SCHALTER PIC X(01).
          88 ENDE-DES-JOURNALS              VALUE "J".
       77 WS-BERICHT-OFFEN-SCHALTER PIC X(01) VALUE "N".
          88 BERICHT-OFFEN                  VALUE "J".

       01 WS-SPERR-TABELLE.
          05 WS-SPERR-EINTRAG         OCCURS 2000 TIMES.
             10 SPE-ID                PIC 9(06).
             10 SPE-GRUND             PIC X(03).
             10 SPE-QUELLE            PIC X(08).
             10 SPE-BIS               PIC X(08).
       77 WS-SPERR-ANZAHL        PIC 9(04) COMP VALUE ZERO.
       77 WS-SPERR-MAXIMUM       PIC 9(04) COMP VALUE 2000.
       77 WS-SPERR-INDEX         PIC 9(04) COMP VALUE ZERO.
       77 WS-SPERR-TREFFER       PIC 9(04) COMP VALUE ZERO.
       77 WS-ABGELAUFEN-ZAEHLER  PIC 9(04) COMP VALUE ZERO.
       77 WS-GEPRUEFT-ZAEHLER    PIC 9(09) COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       77 WS-FELD-ID             PIC X(06) VALUE SPACES.
       77 WS-FELD-GRUND          PIC X(03) VALUE SPACES.
       77 WS-FELD-QUELLE         PIC X(08) VALUE SPACES.
       77 WS-FELD-BIS            PIC X(08) VALUE SPACES.
       77 WS-FELD-NUMMER         PIC X(04) VALUE SPACES.
       77 WS-FELD-STUFE          PIC X(10) VALUE SPACES.

       01 WS-BERICHTZEILE             PIC X(100).

       01 WS-KOPFZEILE.
          05 FILLER                   PIC X(20)   VALUE
             "WERBESPERRE-BERICHT ".
          05 WS-KPF-PROGRAMM          PIC X(08).
          05 FILLER                   PIC X(07)   VALUE " LAUF: ".
          05 WS-KPF-DATUM             PIC X(08).
          05 FILLER                   PIC X(11)   VALUE " KAMPAGNE: ".
          05 WS-KPF-KAMPAGNE          PIC X(04).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-KPF-AMTLICH           PIC X(20).

       01 WS-SPERRZEILE.
          05 WS-SPZ-ID                PIC 9(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SPZ-NAME              PIC X(40).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SPZ-GRUND             PIC X(03).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SPZ-QUELLE            PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SPZ-BIS               PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SPZ-VERMERK           PIC X(20).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==SPERR-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==SPERR-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==SPERR-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==SPERR-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==SPERR-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==JOURNAL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==JOURNAL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==JOURNAL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==JOURNAL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==JOURNAL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "kampagne.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "werbsp.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING WBS-BLOCK.
       A000-BEHANDLE-WERBESPERRE.
         MOVE "00" TO WBS-STATUS.
         EVALUATE WBS-FUNKTION
             WHEN "ANFANG"
                 PERFORM B000-BEGINNE-LAUF
             WHEN "PRUEFEN"
                 PERFORM C000-PRUEFE-EMPFAENGER
             WHEN "ABSCHLUSS"
                 PERFORM D000-SCHLIESSE-LAUF
             WHEN OTHER
                 MOVE "99" TO WBS-STATUS
         END-EVALUATE.
         EXIT PROGRAM.

       B000-BEGINNE-LAUF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         MOVE ZERO TO WBS-ANZAHL WBS-AMTLICH-ANZAHL.
         MOVE ZERO TO WS-GEPRUEFT-ZAEHLER WS-ABGELAUFEN-ZAEHLER.
         PERFORM B100-LADE-SPERRDATEI.
         IF WBS-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         IF NOT WBS-PFLICHTSENDUNG
             MOVE "N" TO WBS-AMTLICH
             IF WBS-KAMPAGNE > 1
                 PERFORM B400-SUCHE-PFLICHTSENDUNG
             END-IF
         END-IF.
         MOVE SPACES TO WS-BERICHT-DATEINAME.
         STRING "WERBSPERRE-"
             FUNCTION UPPER-CASE(FUNCTION TRIM(WBS-PROGRAMM))
             ".RPT"
             DELIMITED BY SIZE INTO WS-BERICHT-DATEINAME.
         SET ENVIRONMENT "WBSBERICHT"
             TO FUNCTION TRIM(WS-BERICHT-DATEINAME).
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             MOVE BERICHT-STATUS TO WBS-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE "J" TO WS-BERICHT-OFFEN-SCHALTER.
         MOVE WBS-PROGRAMM TO WS-KPF-PROGRAMM.
         MOVE WS-HEUTE TO WS-KPF-DATUM.
         IF WBS-KAMPAGNE > 1
             MOVE WBS-KAMPAGNE TO WS-KPF-KAMPAGNE
         ELSE
             MOVE "KEIN" TO WS-KPF-KAMPAGNE
         END-IF.
         IF WBS-PFLICHTSENDUNG
             MOVE "(PFLICHTSENDUNG)" TO WS-KPF-AMTLICH
         ELSE
             MOVE SPACES TO WS-KPF-AMTLICH
         END-IF.
         MOVE WS-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF SPERR-STATUS = "35"
             MOVE "Sperrdatei WERBSPERRE.DAT fehlt - keine Sperren"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * Laedt WERBSPERRE.DAT; abgelaufene Sperren (BIS vor dem
      * Laufdatum) werden gar nicht erst geladen.
       B100-LADE-SPERRDATEI.
         MOVE ZERO TO WS-SPERR-ANZAHL.
         MOVE "N" TO WS-SPERR-ENDE-SCHALTER.
         OPEN INPUT SPERR-DATEI.
         IF NOT SPERR-STATUS-OK
             EXIT PARAGRAPH
         END-IF.
         PERFORM B200-LIES-SPERRZEILE.
         PERFORM B300-UEBERNIMM-SPERRZEILE
             UNTIL ENDE-DER-SPERRDATEI
                 OR WBS-STATUS NOT = "00".
         CLOSE SPERR-DATEI.

       B200-LIES-SPERRZEILE.
         READ SPERR-DATEI
             AT END SET ENDE-DER-SPERRDATEI TO TRUE.
         IF NOT SPERR-STATUS-OK AND NOT SPERR-STATUS-ENDE
             MOVE SPERR-STATUS TO WBS-STATUS
         END-IF.

       B300-UEBERNIMM-SPERRZEILE.
         IF SPERR-SATZ = SPACES
             OR SPERR-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             MOVE SPACES TO WS-FELD-ID WS-FELD-GRUND
                 WS-FELD-QUELLE WS-FELD-BIS
             UNSTRING SPERR-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-GRUND WS-FELD-QUELLE
                      WS-FELD-BIS
             END-UNSTRING
             IF WS-FELD-ID IS NUMERIC
                 IF WS-FELD-BIS NOT = SPACES
                     AND WS-FELD-BIS < WS-HEUTE
                     ADD 1 TO WS-ABGELAUFEN-ZAEHLER
                 ELSE
                     PERFORM B350-NIMM-SPERRE-AUF
                 END-IF
             END-IF
         END-IF.
         IF WBS-STATUS = "00"
             PERFORM B200-LIES-SPERRZEILE
         END-IF.

       B350-NIMM-SPERRE-AUF.
         IF WS-SPERR-ANZAHL NOT LESS WS-SPERR-MAXIMUM
             MOVE "97" TO WBS-STATUS
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-SPERR-ANZAHL.
         MOVE WS-FELD-ID TO SPE-ID(WS-SPERR-ANZAHL).
         MOVE WS-FELD-GRUND TO SPE-GRUND(WS-SPERR-ANZAHL).
         MOVE WS-FELD-QUELLE TO SPE-QUELLE(WS-SPERR-ANZAHL).
         MOVE WS-FELD-BIS TO SPE-BIS(WS-SPERR-ANZAHL).

      * Eine Kampagne ist Pflichtsendung, wenn das Journal fuer
      * ihre Nummer eine Zeile der Stufe AMTLICH traegt (von
      * adrwahl mit dem Laufparameter AMTLICH geschrieben).
       B400-SUCHE-PFLICHTSENDUNG.
         MOVE "N" TO WS-JOURNAL-ENDE-SCHALTER.
         OPEN INPUT JOURNAL-DATEI.
         IF NOT JOURNAL-STATUS-OK
             EXIT PARAGRAPH
         END-IF.
         PERFORM B410-LIES-JOURNALZEILE.
         PERFORM B420-PRUEFE-JOURNALZEILE
             UNTIL ENDE-DES-JOURNALS.
         CLOSE JOURNAL-DATEI.

       B410-LIES-JOURNALZEILE.
         READ JOURNAL-DATEI
             AT END SET ENDE-DES-JOURNALS TO TRUE.
         IF NOT JOURNAL-STATUS-OK AND NOT JOURNAL-STATUS-ENDE
             SET ENDE-DES-JOURNALS TO TRUE
         END-IF.

       B420-PRUEFE-JOURNALZEILE.
         MOVE SPACES TO WS-FELD-NUMMER WS-FELD-STUFE.
         UNSTRING JOURNAL-SATZ DELIMITED BY ";"
             INTO WS-FELD-NUMMER WS-FELD-STUFE
         END-UNSTRING.
         IF WS-FELD-NUMMER IS NUMERIC
             AND WS-FELD-STUFE = "AMTLICH"
             IF FUNCTION NUMVAL(WS-FELD-NUMMER) = WBS-KAMPAGNE
                 SET WBS-PFLICHTSENDUNG TO TRUE
             END-IF
         END-IF.
         PERFORM B410-LIES-JOURNALZEILE.

       C000-PRUEFE-EMPFAENGER.
         ADD 1 TO WS-GEPRUEFT-ZAEHLER.
         SET WBS-FREI TO TRUE.
         MOVE SPACES TO WBS-GRUND WBS-QUELLE WBS-BIS.
         MOVE ZERO TO WS-SPERR-TREFFER.
         PERFORM C100-VERGLEICHE-SPERRE
             VARYING WS-SPERR-INDEX FROM 1 BY 1
             UNTIL WS-SPERR-INDEX > WS-SPERR-ANZAHL.
         IF WS-SPERR-TREFFER = ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE SPE-GRUND(WS-SPERR-TREFFER) TO WBS-GRUND.
         MOVE SPE-QUELLE(WS-SPERR-TREFFER) TO WBS-QUELLE.
         MOVE SPE-BIS(WS-SPERR-TREFFER) TO WBS-BIS.
         MOVE WBS-ID TO WS-SPZ-ID.
         MOVE WBS-NAME TO WS-SPZ-NAME.
         MOVE WBS-GRUND TO WS-SPZ-GRUND.
         MOVE WBS-QUELLE TO WS-SPZ-QUELLE.
         IF WBS-BIS = SPACES
             MOVE "UNBEFR." TO WS-SPZ-BIS
         ELSE
             MOVE WBS-BIS TO WS-SPZ-BIS
         END-IF.
      * Pflichtsendungen gehen trotz Sperre hinaus; die Sperre
      * wird dennoch ausgewiesen.
         IF WBS-PFLICHTSENDUNG
             SET WBS-AMTLICH-ZUSTELLEN TO TRUE
             ADD 1 TO WBS-AMTLICH-ANZAHL
             MOVE "AMTLICH ZUGESTELLT" TO WS-SPZ-VERMERK
         ELSE
             SET WBS-GESPERRT TO TRUE
             ADD 1 TO WBS-ANZAHL
             MOVE "UNTERDRUECKT" TO WS-SPZ-VERMERK
         END-IF.
         MOVE WS-SPERRZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       C100-VERGLEICHE-SPERRE.
         IF SPE-ID(WS-SPERR-INDEX) = WBS-ID
             MOVE WS-SPERR-INDEX TO WS-SPERR-TREFFER
             MOVE WS-SPERR-ANZAHL TO WS-SPERR-INDEX
         END-IF.

       D000-SCHLIESSE-LAUF.
         IF BERICHT-OFFEN
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "GUELTIGE SPERREN      : " TO WS-SUM-TEXT
             MOVE WS-SPERR-ANZAHL TO WS-SUM-ANZAHL
             MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "ABGELAUFENE SPERREN   : " TO WS-SUM-TEXT
             MOVE WS-ABGELAUFEN-ZAEHLER TO WS-SUM-ANZAHL
             MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "EMPFAENGER GEPRUEFT   : " TO WS-SUM-TEXT
             MOVE WS-GEPRUEFT-ZAEHLER TO WS-SUM-ANZAHL
             MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "STUECKE UNTERDRUECKT  : " TO WS-SUM-TEXT
             MOVE WBS-ANZAHL TO WS-SUM-ANZAHL
             MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "AMTLICH ZUGESTELLT    : " TO WS-SUM-TEXT
             MOVE WBS-AMTLICH-ANZAHL TO WS-SUM-ANZAHL
             MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             CLOSE BERICHT-DATEI
             MOVE "N" TO WS-BERICHT-OFFEN-SCHALTER
         END-IF.
         IF WBS-KAMPAGNE > 1
             MOVE WBS-KAMPAGNE TO KAMP-NUMMER
             MOVE "SPERRE" TO KAMP-STUFE
             MOVE WBS-ANZAHL TO KAMP-ANZAHL
             MOVE WBS-PROGRAMM TO KAMP-ZUSATZ
             CALL "kamplog" USING KAMP-BLOCK
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             MOVE BERICHT-STATUS TO WBS-STATUS
         END-IF.

       END PROGRAM werbsp.

      * vim:ai sw=4 sts=4 expandtab
