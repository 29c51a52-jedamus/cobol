      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Stapelpflege der staendigen Verteiler VERTEILER.DAT
      * (Satzbild siehe verteil.cpy): Ein- und Austraege werden in
      * der Transaktionsdatei VTLTRANS.DAT erfasst, je Zeile
      *     AKTION;VERTEILER;ADR-ID
      *   AKTION:    E = in den Verteiler eintragen,
      *              A = aus dem Verteiler austragen
      *   VERTEILER: bis zu zwoelf Zeichen, Grossbuchstaben,
      *              Ziffern und Bindestrich; ein neuer Name legt
      *              den Verteiler an
      * Eingetragen werden nur ADR-IDs, die im Adressmaster
      * ADDRESS-MASTER.DAT stehen und nicht logisch geloescht
      * sind (ADR-GELOESCHT); ein Eintrag fuer ein schon
      * vorhandenes Mitglied bleibt ohne Wirkung. Ein Austrag
      * stempelt das Austrittsdatum, die Zeile bleibt als
      * Nachweis stehen. Leerzeilen und Zeilen mit * in Spalte 1
      * werden ueberlesen. Der Lauf laedt die bestehende Datei,
      * wendet die Transaktionen an, zieht eine Ruecknahmekopie
      * VERTEILER.ALT und schreibt VERTEILER.DAT neu. VTLPFL.RPT
      * weist jede Transaktion mit Namen und Ergebnis, die
      * fehlerhaften mit Grund, und am Ende je Verteiler die
      * Mitglieder und Ausgetragenen aus. Solange eine
      * Dialogsitzung (vtlmaske) die Verteilersperre VERTEIL.SPR
      * haelt, verweigert der Lauf den Start (siehe sperre.cpy).
      * Abgewiesene Transaktionen beenden den Lauf mit
      * RETURN-CODE 4.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Eine im Master logisch geloeschte ADR-ID wird beim
      *     Eintrag abgewiesen (ADR-ID IM MASTER GELOESCHT).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. vtlpfl.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VTL-DATEI
           ASSIGN TO "VERTEILER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS VTL-STATUS.

           SELECT MASTER-DATEI
           ASSIGN TO "ADDRESS-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS MASTER-STATUS.

           SELECT TRANS-DATEI
           ASSIGN TO "VTLTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS TRANS-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "VTLPFL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VTL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 VTL-SATZ                 PIC X(80).

       FD MASTER-DATEI
          LABEL RECORDS ARE OMITTED.
       COPY "adresse.cpy".

       FD TRANS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 TRANS-SATZ               PIC X(80).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-HEUTE                    PIC X(08).
       01 WS-SYSTEMKOMMANDO           PIC X(80).
       01 WS-KOMMANDO-RC              PIC 9(04)   COMP VALUE ZERO.

       01 WS-VTL-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 ENDE-DER-VTLDATEI                    VALUE "J".
       01 WS-MASTER-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-MASTERS                     VALUE "J".
       01 WS-TRANS-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-TRANSAKTIONEN               VALUE "J".
       01 WS-VTLDATEI-SCHALTER        PIC X(01)   VALUE "N".
          88 VTLDATEI-VORHANDEN                   VALUE "J".
       01 WS-MAS-KOPF-SCHALTER        PIC X(01)   VALUE "N".
          88 MAS-KOPF-GEPRUEFT                    VALUE "J".
       01 WS-MAS-ENDESATZ-SCHALTER    PIC X(01)   VALUE "N".
          88 MAS-ENDESATZ-GESEHEN                 VALUE "J".
       01 WS-PLATZ-SCHALTER           PIC X(01)   VALUE "N".
          88 PLATZ-GEFUNDEN                       VALUE "J".
       01 WS-MASTER-TREFFER-SCHALTER  PIC X(01)   VALUE "N".
          88 ID-IM-MASTER                         VALUE "J".

       01 WS-VTL-TABELLE.
          05 WS-VTL-EINTRAG           OCCURS 9000 TIMES.
             10 VTE-ID                PIC 9(06).
             10 VTE-VERTEILER         PIC X(12).
             10 VTE-EINTRITT          PIC X(08).
             10 VTE-AUSTRITT          PIC X(08).
             10 VTE-QUELLE            PIC X(08).
       01 WS-VTL-ANZAHL               PIC 9(04)   COMP VALUE ZERO.
       01 WS-VTL-MAXIMUM              PIC 9(04)   COMP VALUE 9000.
       01 WS-VTL-INDEX                PIC 9(04)   COMP VALUE ZERO.
       01 WS-VTL-TREFFER              PIC 9(04)   COMP VALUE ZERO.

      * Adressmaster: ADR-ID und Name, aufsteigend nach ADR-ID
      * (halbierende Suche wie im Unterprogramm verteil).
       01 WS-MASTER-TABELLE.
          05 WS-MASTER-EINTRAG        OCCURS 20000 TIMES.
             10 MST-ID                PIC 9(06).
             10 MST-NAME              PIC X(40).
             10 MST-LOESCHKZ          PIC X(01).
       01 WS-MASTER-ANZAHL            PIC 9(05)   COMP VALUE ZERO.
       01 WS-MASTER-MAXIMUM           PIC 9(05)   COMP VALUE 20000.
       01 WS-MASTER-INDEX             PIC 9(05)   COMP VALUE ZERO.
       01 WS-UNTEN                    PIC 9(05)   COMP VALUE ZERO.
       01 WS-OBEN                     PIC 9(05)   COMP VALUE ZERO.
       01 WS-MITTE                    PIC 9(05)   COMP VALUE ZERO.
       01 WS-NEUER-MASTEREINTRAG      PIC X(47).

       01 WS-LISTEN-TABELLE.
          05 WS-LISTEN-EINTRAG        OCCURS 200 TIMES.
             10 LST-VERTEILER         PIC X(12).
             10 LST-MITGLIEDER        PIC 9(05)   COMP.
             10 LST-AUSGETRAGEN       PIC 9(05)   COMP.
       01 WS-LISTEN-ANZAHL            PIC 9(03)   COMP VALUE ZERO.
       01 WS-LISTEN-MAXIMUM           PIC 9(03)   COMP VALUE 200.
       01 WS-LISTEN-INDEX             PIC 9(03)   COMP VALUE ZERO.
       01 WS-LISTEN-TREFFER           PIC 9(03)   COMP VALUE ZERO.

       01 WS-GELESEN-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-EINGETRAGEN-ZAEHLER      PIC 9(05)   COMP VALUE ZERO.
       01 WS-AUSGETRAGEN-ZAEHLER      PIC 9(05)   COMP VALUE ZERO.
       01 WS-UNVERAENDERT-ZAEHLER     PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABGEWIESEN-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.
       01 WS-BESTAND-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-AKTION              PIC X(01)   VALUE SPACES.
       01 WS-FELD-VERTEILER           PIC X(20)   VALUE SPACES.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-EINTRITT            PIC X(08)   VALUE SPACES.
       01 WS-FELD-AUSTRITT            PIC X(08)   VALUE SPACES.
       01 WS-FELD-QUELLE              PIC X(08)   VALUE SPACES.
       01 WS-ID-NUMMER                PIC 9(06)   VALUE ZERO.
       01 WS-NAMENSPRUEFUNG           PIC X(20).
       01 WS-FEHLERGRUND              PIC X(40)   VALUE SPACES.

       01 WS-BERICHTZEILE             PIC X(100).
       01 WS-VTLZEILE                 PIC X(80).

       01 WS-TRANSZEILE.
          05 WS-TRZ-AKTION            PIC X(01).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-VERTEILER         PIC X(12).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-ID                PIC X(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-NAME              PIC X(30).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-ERGEBNIS          PIC X(47).

       01 WS-BESTANDSZEILE.
          05 WS-BSZ-VERTEILER         PIC X(12).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-BSZ-MITGLIEDER        PIC ZZZZ9.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-BSZ-AUSGETRAGEN       PIC ZZZZ9.

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==VTL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==VTL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==VTL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==VTL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==VTL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==MASTER-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==MASTER-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==MASTER-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==MASTER-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==MASTER-STATUS==.
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

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==MAS-UMS==.
       COPY "laufstat.cpy".
       COPY "sperre.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-PFLEGE-VERTEILER.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         PERFORM S900-PRUEFE-UND-SETZE-SPERRE.
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open VTLPFL.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "VTLPFL PFLEGE DER VERTEILER, LAUF "
             WS-HEUTE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM B000-LADE-VTLDATEI.
         PERFORM M000-LADE-MASTER.

         OPEN INPUT TRANS-DATEI.
         IF NOT TRANS-STATUS-OK
             DISPLAY "VTLPFL: Transaktionsdatei VTLTRANS.DAT "
                 "fehlt, Status " TRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "TRANSAKTIONEN" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM C100-LIES-TRANSAKTION.
         PERFORM C200-VERARBEITE-TRANSAKTION
             UNTIL ENDE-DER-TRANSAKTIONEN.
         CLOSE TRANS-DATEI.

         PERFORM D000-SCHREIBE-VTLDATEI.
         PERFORM H000-SCHREIBE-BESTAND.
         PERFORM H200-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.

         MOVE "LOESEN" TO SPR-FUNKTION.
         MOVE "VERTEIL" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.

         DISPLAY "VTLPFL: Transaktionen " WS-GELESEN-ZAEHLER
             ", eingetragen " WS-EINGETRAGEN-ZAEHLER
             ", ausgetragen " WS-AUSGETRAGEN-ZAEHLER
             ", ohne Wirkung " WS-UNVERAENDERT-ZAEHLER
             ", abgewiesen " WS-ABGEWIESEN-ZAEHLER.
         MOVE "vtlpfl" TO STAT-PROGRAMM.
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

      * Verteilersperre: haelt eine Dialogsitzung sie, wuerde sie
      * beim Beenden diesen Lauf ueberschreiben; eine verwaiste
      * Sperre wird gemeldet und ueberschrieben.
       S900-PRUEFE-UND-SETZE-SPERRE.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "VERTEIL" TO SPR-NAME.
         MOVE "vtlpfl" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.
         EVALUATE SPR-STATUS
             WHEN "41"
                 DISPLAY "VTLPFL: Verteilersperre VERTEIL.SPR wird "
                     "gehalten (" SPR-INHABER "), Lauf abgebrochen"
                 STOP RUN RETURNING 1
             WHEN "42"
                 DISPLAY "VTLPFL: verwaiste Verteilersperre "
                     "VERTEIL.SPR gefunden (" SPR-INHABER
                     "), sie wird ueberschrieben"
         END-EVALUATE.
         MOVE "SETZEN" TO SPR-FUNKTION.
         CALL "sperre" USING SPR-BLOCK.

      * Laedt die bestehende Datei; fehlt sie, beginnt der
      * Bestand leer (erster Lauf).
       B000-LADE-VTLDATEI.
         OPEN INPUT VTL-DATEI.
         IF VTL-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT VTL-STATUS-OK
             DISPLAY "Sorry, unable to open VERTEILER.DAT, status "
                 VTL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         SET VTLDATEI-VORHANDEN TO TRUE.
         PERFORM B100-LIES-VTLZEILE.
         PERFORM B200-UEBERNIMM-VTLZEILE
             UNTIL ENDE-DER-VTLDATEI.
         CLOSE VTL-DATEI.

       B100-LIES-VTLZEILE.
         READ VTL-DATEI
             AT END SET ENDE-DER-VTLDATEI TO TRUE.
         IF NOT VTL-STATUS-OK AND NOT VTL-STATUS-ENDE
             DISPLAY "Sorry, error reading VERTEILER.DAT, status "
                 VTL-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-UEBERNIMM-VTLZEILE.
         IF VTL-SATZ = SPACES
             OR VTL-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             MOVE SPACES TO WS-FELD-ID WS-FELD-VERTEILER
                 WS-FELD-EINTRITT WS-FELD-AUSTRITT WS-FELD-QUELLE
             UNSTRING VTL-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-VERTEILER
                      WS-FELD-EINTRITT WS-FELD-AUSTRITT
                      WS-FELD-QUELLE
             END-UNSTRING
             IF WS-FELD-ID IS NOT NUMERIC
                 DISPLAY "VTLPFL: VERTEILER.DAT fehlerhaft: "
                     VTL-SATZ(1:40)
                 STOP RUN RETURNING 1
             END-IF
             PERFORM B300-PRUEFE-PLATZ
             ADD 1 TO WS-VTL-ANZAHL
             MOVE WS-FELD-ID TO VTE-ID(WS-VTL-ANZAHL)
             MOVE WS-FELD-VERTEILER TO VTE-VERTEILER(WS-VTL-ANZAHL)
             MOVE WS-FELD-EINTRITT TO VTE-EINTRITT(WS-VTL-ANZAHL)
             MOVE WS-FELD-AUSTRITT TO VTE-AUSTRITT(WS-VTL-ANZAHL)
             MOVE WS-FELD-QUELLE TO VTE-QUELLE(WS-VTL-ANZAHL)
         END-IF.
         PERFORM B100-LIES-VTLZEILE.

       B300-PRUEFE-PLATZ.
         IF WS-VTL-ANZAHL NOT LESS WS-VTL-MAXIMUM
             DISPLAY "VTLPFL: mehr als " WS-VTL-MAXIMUM
                 " Mitgliedschaften, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.

       C100-LIES-TRANSAKTION.
         READ TRANS-DATEI
             AT END SET ENDE-DER-TRANSAKTIONEN TO TRUE.
         IF NOT TRANS-STATUS-OK AND NOT TRANS-STATUS-ENDE
             DISPLAY "Sorry, error reading VTLTRANS.DAT, status "
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
         MOVE SPACES TO WS-FELD-AKTION WS-FELD-VERTEILER
             WS-FELD-ID.
         UNSTRING TRANS-SATZ DELIMITED BY ";"
             INTO WS-FELD-AKTION WS-FELD-VERTEILER WS-FELD-ID
         END-UNSTRING.
         INSPECT WS-FELD-VERTEILER CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         MOVE WS-FELD-AKTION TO WS-TRZ-AKTION.
         MOVE WS-FELD-VERTEILER TO WS-TRZ-VERTEILER.
         MOVE WS-FELD-ID TO WS-TRZ-ID.
         MOVE SPACES TO WS-TRZ-NAME.
         PERFORM C300-PRUEFE-TRANSAKTION.
         IF WS-FEHLERGRUND NOT = SPACES
             ADD 1 TO WS-ABGEWIESEN-ZAEHLER
             MOVE SPACES TO WS-TRZ-ERGEBNIS
             STRING "ABGEWIESEN: " WS-FEHLERGRUND
                 DELIMITED BY SIZE INTO WS-TRZ-ERGEBNIS
         ELSE
             PERFORM C500-SUCHE-MITGLIEDSCHAFT
             IF WS-FELD-AKTION = "E"
                 PERFORM C600-TRAGE-EIN
             ELSE
                 PERFORM C700-TRAGE-AUS
             END-IF
         END-IF.
         MOVE WS-TRANSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM C100-LIES-TRANSAKTION.

       C300-PRUEFE-TRANSAKTION.
         MOVE SPACES TO WS-FEHLERGRUND.
         IF WS-FELD-AKTION NOT = "E" AND WS-FELD-AKTION NOT = "A"
             MOVE "AKTION MUSS E ODER A SEIN" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         PERFORM C310-PRUEFE-VERTEILERNAMEN.
         IF WS-FEHLERGRUND NOT = SPACES
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TRIM(WS-FELD-ID) IS NOT NUMERIC
             MOVE "ADR-ID NICHT NUMERISCH" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         MOVE FUNCTION NUMVAL(WS-FELD-ID) TO WS-ID-NUMMER.
         MOVE WS-ID-NUMMER TO WS-TRZ-ID.
         PERFORM M500-SUCHE-MASTER-ID.
         IF ID-IM-MASTER
             MOVE MST-NAME(WS-MITTE) TO WS-TRZ-NAME
             IF WS-FELD-AKTION = "E"
                 AND MST-LOESCHKZ(WS-MITTE) = "G"
                 MOVE "ADR-ID IM MASTER GELOESCHT" TO WS-FEHLERGRUND
             END-IF
         ELSE
             IF WS-FELD-AKTION = "E"
                 MOVE "ADR-ID NICHT IM MASTER" TO WS-FEHLERGRUND
             END-IF
         END-IF.

      * Verteilernamen: ein bis zwoelf Zeichen aus Grossbuchstaben,
      * Ziffern und Bindestrich.
       C310-PRUEFE-VERTEILERNAMEN.
         IF WS-FELD-VERTEILER = SPACES
             MOVE "VERTEILER FEHLT" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-VERTEILER(13:8) NOT = SPACES
             MOVE "VERTEILERNAME LAENGER ALS 12 ZEICHEN"
                 TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-FELD-VERTEILER TO WS-NAMENSPRUEFUNG.
         INSPECT WS-NAMENSPRUEFUNG CONVERTING
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-" TO
             "                                     ".
         IF WS-NAMENSPRUEFUNG NOT = SPACES
             MOVE "VERTEILERNAME MIT UNZULAESSIGEM ZEICHEN"
                 TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-VERTEILER(1:1) = SPACE
             MOVE "VERTEILERNAME MIT LEERZEICHEN" TO WS-FEHLERGRUND
         END-IF.

      * Sucht die aktuelle Mitgliedschaft (ohne Austritt) der
      * ADR-ID im Verteiler.
       C500-SUCHE-MITGLIEDSCHAFT.
         MOVE ZERO TO WS-VTL-TREFFER.
         PERFORM C510-VERGLEICHE-MITGLIEDSCHAFT
             VARYING WS-VTL-INDEX FROM 1 BY 1
             UNTIL WS-VTL-INDEX > WS-VTL-ANZAHL
                 OR WS-VTL-TREFFER > ZERO.

       C510-VERGLEICHE-MITGLIEDSCHAFT.
         IF VTE-ID(WS-VTL-INDEX) = WS-ID-NUMMER
             AND VTE-VERTEILER(WS-VTL-INDEX) = WS-FELD-VERTEILER
             AND VTE-AUSTRITT(WS-VTL-INDEX) = SPACES
             MOVE WS-VTL-INDEX TO WS-VTL-TREFFER
         END-IF.

       C600-TRAGE-EIN.
         IF WS-VTL-TREFFER > ZERO
             ADD 1 TO WS-UNVERAENDERT-ZAEHLER
             MOVE "BEREITS MITGLIED, OHNE WIRKUNG"
                 TO WS-TRZ-ERGEBNIS
             EXIT PARAGRAPH
         END-IF.
         PERFORM B300-PRUEFE-PLATZ.
         ADD 1 TO WS-VTL-ANZAHL.
         MOVE WS-ID-NUMMER TO VTE-ID(WS-VTL-ANZAHL).
         MOVE WS-FELD-VERTEILER TO VTE-VERTEILER(WS-VTL-ANZAHL).
         MOVE WS-HEUTE TO VTE-EINTRITT(WS-VTL-ANZAHL).
         MOVE SPACES TO VTE-AUSTRITT(WS-VTL-ANZAHL).
         MOVE "vtlpfl" TO VTE-QUELLE(WS-VTL-ANZAHL).
         ADD 1 TO WS-EINGETRAGEN-ZAEHLER.
         MOVE "EINGETRAGEN" TO WS-TRZ-ERGEBNIS.

       C700-TRAGE-AUS.
         IF WS-VTL-TREFFER = ZERO
             ADD 1 TO WS-ABGEWIESEN-ZAEHLER
             MOVE "ABGEWIESEN: KEIN MITGLIED DIESES VERTEILERS"
                 TO WS-TRZ-ERGEBNIS
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-HEUTE TO VTE-AUSTRITT(WS-VTL-TREFFER).
         MOVE "vtlpfl" TO VTE-QUELLE(WS-VTL-TREFFER).
         ADD 1 TO WS-AUSGETRAGEN-ZAEHLER.
         MOVE "AUSGETRAGEN" TO WS-TRZ-ERGEBNIS.

      * Ruecknahmekopie ziehen, dann die Datei mit
      * Erlaeuterungskopf und allen Mitgliedschaften neu
      * schreiben.
       D000-SCHREIBE-VTLDATEI.
         IF VTLDATEI-VORHANDEN
             MOVE SPACES TO WS-SYSTEMKOMMANDO
             MOVE "cp VERTEILER.DAT VERTEILER.ALT"
                 TO WS-SYSTEMKOMMANDO
             CALL "SYSTEM" USING WS-SYSTEMKOMMANDO
             COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256
             IF WS-KOMMANDO-RC NOT = ZERO
                 DISPLAY "VTLPFL: Ruecknahmekopie VERTEILER.ALT "
                     "misslungen (RC " WS-KOMMANDO-RC ")"
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         OPEN OUTPUT VTL-DATEI.
         IF NOT VTL-STATUS-OK
             DISPLAY "Sorry, unable to open VERTEILER.DAT, status "
                 VTL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "* VERTEILER.DAT - staendige Verteiler (Pflege: vtlpfl)"
             TO WS-VTLZEILE.
         PERFORM D200-SCHREIBE-VTLSATZ.
         MOVE "* Je Zeile: ADR-ID;VERTEILER;EINTRITT;AUSTRITT;QUELLE"
             TO WS-VTLZEILE.
         PERFORM D200-SCHREIBE-VTLSATZ.
         MOVE "* AUSTRITT leer = Mitglied; siehe verteil.cpy"
             TO WS-VTLZEILE.
         PERFORM D200-SCHREIBE-VTLSATZ.
         PERFORM D100-SCHREIBE-EINTRAG
             VARYING WS-VTL-INDEX FROM 1 BY 1
             UNTIL WS-VTL-INDEX > WS-VTL-ANZAHL.
         CLOSE VTL-DATEI.

       D100-SCHREIBE-EINTRAG.
         MOVE SPACES TO WS-VTLZEILE.
         STRING VTE-ID(WS-VTL-INDEX) ";"
             FUNCTION TRIM(VTE-VERTEILER(WS-VTL-INDEX)) ";"
             VTE-EINTRITT(WS-VTL-INDEX) ";"
             FUNCTION TRIM(VTE-AUSTRITT(WS-VTL-INDEX)) ";"
             FUNCTION TRIM(VTE-QUELLE(WS-VTL-INDEX))
             DELIMITED BY SIZE INTO WS-VTLZEILE.
         PERFORM D200-SCHREIBE-VTLSATZ.

       D200-SCHREIBE-VTLSATZ.
         MOVE WS-VTLZEILE TO VTL-SATZ.
         WRITE VTL-SATZ.
         IF NOT VTL-STATUS-OK
             DISPLAY "Sorry, error writing VERTEILER.DAT, status "
                 VTL-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing VTLPFL.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Bestand je Verteiler: aktuelle Mitglieder und
      * Ausgetragene.
       H000-SCHREIBE-BESTAND.
         PERFORM H050-ZAEHLE-MITGLIEDSCHAFT
             VARYING WS-VTL-INDEX FROM 1 BY 1
             UNTIL WS-VTL-INDEX > WS-VTL-ANZAHL.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "BESTAND DER VERTEILER  MITGLIEDER  AUSGETRAGEN"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM H100-SCHREIBE-BESTANDSZEILE
             VARYING WS-LISTEN-INDEX FROM 1 BY 1
             UNTIL WS-LISTEN-INDEX > WS-LISTEN-ANZAHL.

       H050-ZAEHLE-MITGLIEDSCHAFT.
         MOVE ZERO TO WS-LISTEN-TREFFER.
         PERFORM H060-VERGLEICHE-VERTEILER
             VARYING WS-LISTEN-INDEX FROM 1 BY 1
             UNTIL WS-LISTEN-INDEX > WS-LISTEN-ANZAHL
                 OR WS-LISTEN-TREFFER > ZERO.
         IF WS-LISTEN-TREFFER = ZERO
             IF WS-LISTEN-ANZAHL NOT LESS WS-LISTEN-MAXIMUM
                 DISPLAY "VTLPFL: mehr als " WS-LISTEN-MAXIMUM
                     " Verteiler, Bestand unvollstaendig"
                 EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-LISTEN-ANZAHL
             MOVE WS-LISTEN-ANZAHL TO WS-LISTEN-TREFFER
             MOVE VTE-VERTEILER(WS-VTL-INDEX)
                 TO LST-VERTEILER(WS-LISTEN-TREFFER)
             MOVE ZERO TO LST-MITGLIEDER(WS-LISTEN-TREFFER)
                 LST-AUSGETRAGEN(WS-LISTEN-TREFFER)
         END-IF.
         IF VTE-AUSTRITT(WS-VTL-INDEX) = SPACES
             ADD 1 TO LST-MITGLIEDER(WS-LISTEN-TREFFER)
             ADD 1 TO WS-BESTAND-ZAEHLER
         ELSE
             ADD 1 TO LST-AUSGETRAGEN(WS-LISTEN-TREFFER)
         END-IF.

       H060-VERGLEICHE-VERTEILER.
         IF LST-VERTEILER(WS-LISTEN-INDEX)
                 = VTE-VERTEILER(WS-VTL-INDEX)
             MOVE WS-LISTEN-INDEX TO WS-LISTEN-TREFFER
         END-IF.

       H100-SCHREIBE-BESTANDSZEILE.
         MOVE LST-VERTEILER(WS-LISTEN-INDEX) TO WS-BSZ-VERTEILER.
         MOVE LST-MITGLIEDER(WS-LISTEN-INDEX) TO WS-BSZ-MITGLIEDER.
         MOVE LST-AUSGETRAGEN(WS-LISTEN-INDEX)
             TO WS-BSZ-AUSGETRAGEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         MOVE WS-BSZ-VERTEILER TO WS-BERICHTZEILE(1:12).
         MOVE WS-BSZ-MITGLIEDER TO WS-BERICHTZEILE(29:5).
         MOVE WS-BSZ-AUSGETRAGEN TO WS-BERICHTZEILE(42:5).
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       H200-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRANSAKTIONEN GELESEN : " TO WS-SUM-TEXT.
         MOVE WS-GELESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "EINGETRAGEN           : " TO WS-SUM-TEXT.
         MOVE WS-EINGETRAGEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "AUSGETRAGEN           : " TO WS-SUM-TEXT.
         MOVE WS-AUSGETRAGEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "OHNE WIRKUNG          : " TO WS-SUM-TEXT.
         MOVE WS-UNVERAENDERT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRANSAKT. ABGEWIESEN  : " TO WS-SUM-TEXT.
         MOVE WS-ABGEWIESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "MITGLIEDSCHAFTEN      : " TO WS-SUM-TEXT.
         MOVE WS-BESTAND-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Adressmaster samt Umschlagpruefung laden: ADR-ID und Name
      * jedes Satzes, aufsteigend nach ADR-ID eingefuegt.
       M000-LADE-MASTER.
         OPEN INPUT MASTER-DATEI.
         IF NOT MASTER-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.DAT, "
                 "status " MASTER-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ADRMAST" TO MAS-UMS-KENNUNG.
         MOVE "ANFANG" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         PERFORM M100-LIES-MASTER.
         PERFORM M200-UEBERNIMM-MASTERSATZ
             UNTIL ENDE-DES-MASTERS.
         CLOSE MASTER-DATEI.
         IF NOT MAS-ENDESATZ-GESEHEN
             DISPLAY "VTLPFL: Endesatz des Umschlags fehlt in "
                 "ADDRESS-MASTER.DAT"
             STOP RUN RETURNING 1
         END-IF.

       M100-LIES-MASTER.
         MOVE SPACES TO ADRESSE-SATZ.
         READ MASTER-DATEI
             AT END SET ENDE-DES-MASTERS TO TRUE.
         IF NOT MASTER-STATUS-OK AND NOT MASTER-STATUS-ENDE
             DISPLAY "Sorry, error reading ADDRESS-MASTER.DAT, "
                 "status " MASTER-STATUS
             STOP RUN RETURNING 1
         END-IF.

       M200-UEBERNIMM-MASTERSATZ.
         EVALUATE TRUE
             WHEN NOT MAS-KOPF-GEPRUEFT
                 SET MAS-KOPF-GEPRUEFT TO TRUE
                 MOVE ADRESSE-SATZ TO MAS-UMS-SATZBILD
                 MOVE "PRUEFKOPF" TO MAS-UMS-FUNKTION
                 CALL "umschlag" USING MAS-UMS-UMSCHLAG
                 PERFORM M300-PRUEFE-MASTERUMSCHLAG
             WHEN ADRESSE-SATZ(1:2) = "UE"
                 SET MAS-ENDESATZ-GESEHEN TO TRUE
                 MOVE ADRESSE-SATZ TO MAS-UMS-SATZBILD
                 MOVE "PRUEFENDE" TO MAS-UMS-FUNKTION
                 CALL "umschlag" USING MAS-UMS-UMSCHLAG
                 PERFORM M300-PRUEFE-MASTERUMSCHLAG
             WHEN OTHER
                 MOVE ADRESSE-SATZ TO MAS-UMS-PUFFER
                 MOVE "SUMME" TO MAS-UMS-FUNKTION
                 CALL "umschlag" USING MAS-UMS-UMSCHLAG
                 PERFORM M400-FUEGE-MASTER-ID-EIN
         END-EVALUATE.
         PERFORM M100-LIES-MASTER.

       M300-PRUEFE-MASTERUMSCHLAG.
         IF MAS-UMS-STATUS NOT = "00"
             DISPLAY "VTLPFL: Umschlag von ADDRESS-MASTER.DAT "
                 "fehlerhaft (Status " MAS-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

      * Einfuegen von hinten her; der Master ist gewoehnlich schon
      * nach ADR-ID geordnet, dann wird nichts verschoben.
       M400-FUEGE-MASTER-ID-EIN.
         IF WS-MASTER-ANZAHL NOT LESS WS-MASTER-MAXIMUM
             DISPLAY "VTLPFL: mehr als " WS-MASTER-MAXIMUM
                 " Mastersaetze, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         MOVE ADR-ID TO WS-NEUER-MASTEREINTRAG(1:6).
         MOVE ADR-NAME TO WS-NEUER-MASTEREINTRAG(7:40).
         MOVE ADR-LOESCHKZ TO WS-NEUER-MASTEREINTRAG(47:1).
         ADD 1 TO WS-MASTER-ANZAHL.
         MOVE WS-MASTER-ANZAHL TO WS-MASTER-INDEX.
         MOVE "N" TO WS-PLATZ-SCHALTER.
         PERFORM M410-SCHIEBE-HOCH
             UNTIL PLATZ-GEFUNDEN.
         MOVE WS-NEUER-MASTEREINTRAG
             TO WS-MASTER-EINTRAG(WS-MASTER-INDEX).

       M410-SCHIEBE-HOCH.
         IF WS-MASTER-INDEX = 1
             SET PLATZ-GEFUNDEN TO TRUE
             EXIT PARAGRAPH
         END-IF.
         IF MST-ID(WS-MASTER-INDEX - 1) < ADR-ID
             SET PLATZ-GEFUNDEN TO TRUE
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-MASTER-EINTRAG(WS-MASTER-INDEX - 1)
             TO WS-MASTER-EINTRAG(WS-MASTER-INDEX).
         SUBTRACT 1 FROM WS-MASTER-INDEX.

      * Halbierende Suche nach WS-ID-NUMMER; bei einem Treffer
      * zeigt WS-MITTE auf den Eintrag.
       M500-SUCHE-MASTER-ID.
         MOVE "N" TO WS-MASTER-TREFFER-SCHALTER.
         MOVE 1 TO WS-UNTEN.
         MOVE WS-MASTER-ANZAHL TO WS-OBEN.
         PERFORM M510-HALBIERE
             UNTIL WS-UNTEN > WS-OBEN
                 OR ID-IM-MASTER.

       M510-HALBIERE.
         COMPUTE WS-MITTE = (WS-UNTEN + WS-OBEN) / 2.
         EVALUATE TRUE
             WHEN MST-ID(WS-MITTE) = WS-ID-NUMMER
                 SET ID-IM-MASTER TO TRUE
             WHEN MST-ID(WS-MITTE) < WS-ID-NUMMER
                 COMPUTE WS-UNTEN = WS-MITTE + 1
             WHEN WS-MITTE = 1
                 MOVE ZERO TO WS-OBEN
             WHEN OTHER
                 COMPUTE WS-OBEN = WS-MITTE - 1
         END-EVALUATE.

       END PROGRAM vtlpfl.

      * vim:ai sw=4 sts=4 expandtab
