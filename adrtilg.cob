      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Monatlicher Tilgungslauf fuer logisch geloeschte Adressen:
      * adrpfleg und adrmaske entfernen einen Satz nicht mehr aus
      * dem Master, sondern setzen ADR-LOESCHKZ G und das
      * Loeschdatum (siehe adresse.cpy), damit eine irrtuemlich
      * geloeschte Adresse unter derselben ADR-ID wiederhergestellt
      * werden kann. Dieses Programm entfernt im klassischen
      * Alt-Master/Neu-Master-Lauf (wie adrretour) die geloeschten
      * Saetze endgueltig, deren Loeschdatum laenger als die Frist
      * aus TILGUNG.TAB (TAGE;n) zurueckliegt; der neue Master geht
      * nach ADDRESS-NEU.DAT (Kennung ADRMAST), von wo ihn
      * adrtausch UEBERNAHME abholt. Jede Tilgung geht mit dem
      * geloeschten Satz als Vorher-Bild (Aktion P) in die
      * Aenderungshistorie ADRHIST.DAT; der Bericht ADRTILG.RPT
      * nennt die getilgten Adressen. Ein geloeschter Satz ohne
      * gueltiges Loeschdatum bleibt stehen, wird gemeldet und
      * beendet den Lauf mit RETURN-CODE 4.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Die hoechste ADR-ID des Laufs, getilgte eingeschlossen,
      *     hebt die Hochwassermarke ADRIDMAX.DAT (CALL "idmarke",
      *     siehe idmarke.cpy); adrpfleg und adrmaske vergeben eine
      *     getilgte ID damit nie wieder. Laesst sich die Marke nicht
      *     fortschreiben, endet der Lauf mit RETURN-CODE 1, und der
      *     neue Master wird nicht uebernommen.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrtilg.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILGUNGS-TABELLE
           ASSIGN TO "TILGUNG.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS TILGTAB-STATUS.

           SELECT ADDRESS-MASTER
           ASSIGN TO "ADDRESS-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ADRMAST-STATUS.

           SELECT NEUMASTER-DATEI
           ASSIGN TO "ADDRESS-NEU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS NEUMAST-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ADRTILG.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TILGUNGS-TABELLE
          LABEL RECORDS ARE OMITTED.
           01 TILGTAB-SATZ             PIC X(80).

       FD ADDRESS-MASTER
          LABEL RECORDS ARE OMITTED.
           COPY "adresse.cpy".

       FD NEUMASTER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 NEUMASTER-SATZ           PIC X(254).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TABELLE-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-TABELLE                     VALUE "J".
       01 WS-MASTER-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-MASTERS                     VALUE "J".
       01 WS-MAS-KOPF-SCHALTER        PIC X(01)   VALUE "N".
          88 MAS-KOPF-GEPRUEFT                    VALUE "J".
       01 WS-MAS-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 MAS-ENDESATZ-GESEHEN                 VALUE "J".

      * Frist in Tagen aus TILGUNG.TAB.
       01 WS-FRIST-TAGE               PIC 9(05)   VALUE ZERO.
       01 WS-FRIST-GELADEN-SCHALTER   PIC X(01)   VALUE "N".
          88 FRIST-GELADEN                        VALUE "J".
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Tabellenzeile weniger Felder hat.
       01 WS-FELD-ART                 PIC X(10)   VALUE SPACES.
       01 WS-FELD-WERT                PIC X(10)   VALUE SPACES.

       01 WS-HEUTE                    PIC 9(08).
       01 WS-HEUTE-TAG                PIC 9(09)   COMP.
       01 WS-LOESCH-DATUM             PIC 9(08).
       01 WS-LOESCH-ALTER             PIC S9(09)  COMP.

       01 WS-GELESEN-ZAEHLER          PIC 9(09)   COMP VALUE ZERO.
       01 WS-GESCHRIEBEN-ZAEHLER      PIC 9(09)   COMP VALUE ZERO.
       01 WS-GETILGT-ZAEHLER          PIC 9(09)   COMP VALUE ZERO.
       01 WS-IN-FRIST-ZAEHLER         PIC 9(09)   COMP VALUE ZERO.
       01 WS-UNGUELTIG-ZAEHLER        PIC 9(09)   COMP VALUE ZERO.
       01 WS-HOECHSTE-ID              PIC 9(06)   VALUE ZERO.

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-KOPFZEILE.
          05 FILLER                   PIC X(28)   VALUE
             "ADRTILG TILGUNGSBERICHT VOM ".
          05 WS-KOPF-JJJJ             PIC 9(04).
          05 FILLER                   PIC X(01)   VALUE "-".
          05 WS-KOPF-MM               PIC 9(02).
          05 FILLER                   PIC X(01)   VALUE "-".
          05 WS-KOPF-TT               PIC 9(02).
          05 FILLER                   PIC X(08)   VALUE ", FRIST ".
          05 WS-KOPF-FRIST            PIC ZZZZ9.
          05 FILLER                   PIC X(05)   VALUE " TAGE".

       01 WS-TILGZEILE.
          05 FILLER                   PIC X(09)   VALUE "GETILGT  ".
          05 WS-TLG-ID                PIC X(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TLG-NAME              PIC X(30).
          05 FILLER                   PIC X(14)   VALUE
             " GELOESCHT AM ".
          05 WS-TLG-JJJJ              PIC X(04).
          05 FILLER                   PIC X(01)   VALUE "-".
          05 WS-TLG-MM                PIC X(02).
          05 FILLER                   PIC X(01)   VALUE "-".
          05 WS-TLG-TT                PIC X(02).

       01 WS-UNGUELTIGZEILE.
          05 FILLER                   PIC X(28)   VALUE
             "LOESCHDATUM UNGUELTIG: ID ".
          05 WS-UNG-ID                PIC X(06).
          05 FILLER                   PIC X(08)   VALUE " DATUM ".
          05 WS-UNG-DATUM             PIC X(08).
          05 FILLER                   PIC X(17)   VALUE
             " (SATZ BLEIBT)".

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==TILGTAB-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==TILGTAB-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==TILGTAB-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==TILGTAB-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==TILGTAB-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ADRMAST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ADRMAST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ADRMAST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ADRMAST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ADRMAST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==NEUMAST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==NEUMAST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==NEUMAST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==NEUMAST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==NEUMAST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==MAS-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==NEU-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".
       COPY "sperre.cpy".
       COPY "adrhist.cpy".
       COPY "idmarke.cpy".

       01 WS-SPERR-VERSUCHE           PIC 9(02)   COMP VALUE ZERO.
       01 WS-SPERR-WARTEKOMMANDO      PIC X(20)   VALUE "sleep 5".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-TILGE-ADRESSEN.
         PERFORM S900-PRUEFE-PFLEGESPERRE.
         PERFORM K000-LADE-TILGUNGSFRIST.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         COMPUTE WS-HEUTE-TAG = FUNCTION INTEGER-OF-DATE(WS-HEUTE).

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ADRTILG.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE WS-HEUTE(1:4) TO WS-KOPF-JJJJ.
         MOVE WS-HEUTE(5:2) TO WS-KOPF-MM.
         MOVE WS-HEUTE(7:2) TO WS-KOPF-TT.
         MOVE WS-FRIST-TAGE TO WS-KOPF-FRIST.
         MOVE WS-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER, status "
                 ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT NEUMASTER-DATEI.
         IF NOT NEUMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-NEU, status "
                 NEUMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM U000-EROEFFNE-UMSCHLAEGE.
         PERFORM C100-LIES-MASTER-SATZ.
         PERFORM C000-VERARBEITE-MASTER-SATZ
             UNTIL ENDE-DES-MASTERS.
         IF NOT MAS-ENDESATZ-GESEHEN
             DISPLAY "ADRTILG: Endesatz des Umschlags fehlt im "
                 "alten Master"
             STOP RUN RETURNING 1
         END-IF.
         PERFORM U200-SCHLIESSE-UMSCHLAG.
         CLOSE ADDRESS-MASTER NEUMASTER-DATEI.
         PERFORM K500-MELDE-IDMARKE.

         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.

         DISPLAY "ADRTILG: Master gelesen " WS-GELESEN-ZAEHLER
             ", getilgt " WS-GETILGT-ZAEHLER
             ", geloescht in Frist " WS-IN-FRIST-ZAEHLER
             ", Loeschdatum ungueltig " WS-UNGUELTIG-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "adrtilg" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE WS-UNGUELTIG-ZAEHLER TO STAT-ABGEWIESEN.
         IF WS-UNGUELTIG-ZAEHLER > ZERO
             MOVE 4 TO STAT-RC
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         IF WS-UNGUELTIG-ZAEHLER > ZERO
             STOP RUN RETURNING 4
         END-IF.
         STOP RUN.

       C000-VERARBEITE-MASTER-SATZ.
         IF NOT MAS-KOPF-GEPRUEFT
             PERFORM U100-PRUEFE-MASTERKOPF
             PERFORM C100-LIES-MASTER-SATZ
         ELSE
             PERFORM C020-PRUEFE-MASTERSATZ
         END-IF.

       C020-PRUEFE-MASTERSATZ.
         IF ADRESSE-SATZ(1:2) = "UE"
             PERFORM U150-PRUEFE-MASTERENDE
             PERFORM C100-LIES-MASTER-SATZ
         ELSE
             PERFORM C030-VERARBEITE-NUTZSATZ
         END-IF.

       C030-VERARBEITE-NUTZSATZ.
         IF MAS-ENDESATZ-GESEHEN
             DISPLAY "ADRTILG: Nutzsatz nach dem Endesatz im "
                 "alten Master"
             STOP RUN RETURNING 1
         END-IF.
         MOVE ADRESSE-SATZ TO MAS-UMS-PUFFER.
         MOVE "SUMME" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         ADD 1 TO WS-GELESEN-ZAEHLER.
         IF ADR-ID IS NUMERIC AND ADR-ID > WS-HOECHSTE-ID
             MOVE ADR-ID TO WS-HOECHSTE-ID
         END-IF.
         IF ADR-GELOESCHT
             PERFORM C200-PRUEFE-FRIST
         ELSE
             PERFORM C500-SCHREIBE-NEUMASTER
         END-IF.
         PERFORM C100-LIES-MASTER-SATZ.

       C100-LIES-MASTER-SATZ.
         READ ADDRESS-MASTER
             AT END SET ENDE-DES-MASTERS TO TRUE.
         IF NOT ADRMAST-STATUS-OK AND NOT ADRMAST-STATUS-ENDE
             DISPLAY "Sorry, error reading ADDRESS-MASTER, status "
                 ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Ein geloeschter Satz wird getilgt, wenn sein Loeschdatum
      * mehr als WS-FRIST-TAGE Tage zurueckliegt; sonst geht er
      * unveraendert in den neuen Master.
       C200-PRUEFE-FRIST.
         IF ADR-LOESCHDATUM IS NOT NUMERIC
             OR ADR-LOESCHDATUM(5:2) < "01"
             OR ADR-LOESCHDATUM(5:2) > "12"
             OR ADR-LOESCHDATUM(7:2) < "01"
             OR ADR-LOESCHDATUM(7:2) > "31"
             OR ADR-LOESCHDATUM > WS-HEUTE
             ADD 1 TO WS-UNGUELTIG-ZAEHLER
             MOVE ADR-ID TO WS-UNG-ID
             MOVE ADR-LOESCHDATUM TO WS-UNG-DATUM
             MOVE WS-UNGUELTIGZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             PERFORM C500-SCHREIBE-NEUMASTER
             EXIT PARAGRAPH
         END-IF.
         MOVE ADR-LOESCHDATUM TO WS-LOESCH-DATUM.
         COMPUTE WS-LOESCH-ALTER = WS-HEUTE-TAG
             - FUNCTION INTEGER-OF-DATE(WS-LOESCH-DATUM).
         IF WS-LOESCH-ALTER > WS-FRIST-TAGE
             PERFORM C300-TILGE-SATZ
         ELSE
             ADD 1 TO WS-IN-FRIST-ZAEHLER
             PERFORM C500-SCHREIBE-NEUMASTER
         END-IF.

       C300-TILGE-SATZ.
         ADD 1 TO WS-GETILGT-ZAEHLER.
         MOVE ADR-ID TO WS-TLG-ID.
         MOVE ADR-NAME TO WS-TLG-NAME.
         MOVE ADR-LOESCHDATUM(1:4) TO WS-TLG-JJJJ.
         MOVE ADR-LOESCHDATUM(5:2) TO WS-TLG-MM.
         MOVE ADR-LOESCHDATUM(7:2) TO WS-TLG-TT.
         MOVE WS-TILGZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ADR-ID TO HIST-ID.
         MOVE "adrtilg" TO HIST-QUELLE.
         MOVE "P" TO HIST-AKTION.
         MOVE ADRESSE-SATZ TO HIST-VORHER.
         MOVE SPACES TO HIST-NACHHER.
         CALL "adrhist" USING HIST-BLOCK.

       C500-SCHREIBE-NEUMASTER.
         MOVE ADRESSE-SATZ TO NEUMASTER-SATZ.
         WRITE NEUMASTER-SATZ.
         IF NOT NEUMAST-STATUS-OK
             DISPLAY "Sorry, error writing ADDRESS-NEU, status "
                 NEUMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE ADRESSE-SATZ TO NEU-UMS-PUFFER.
         MOVE "SUMME" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         ADD 1 TO WS-GESCHRIEBEN-ZAEHLER.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing ADRTILG.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       H000-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "MASTER GELESEN        : " TO WS-SUM-TEXT.
         MOVE WS-GELESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "GETILGT               : " TO WS-SUM-TEXT.
         MOVE WS-GETILGT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "GELOESCHT, IN FRIST   : " TO WS-SUM-TEXT.
         MOVE WS-IN-FRIST-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "LOESCHDATUM UNGUELTIG : " TO WS-SUM-TEXT.
         MOVE WS-UNGUELTIG-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "NEUER MASTER          : " TO WS-SUM-TEXT.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Tilgungsfrist; fehlt die Tabelle oder die Zeile TAGE,
      * bricht der Lauf ab - ohne Frist wird nichts getilgt.
       K000-LADE-TILGUNGSFRIST.
         OPEN INPUT TILGUNGS-TABELLE.
         IF NOT TILGTAB-STATUS-OK
             DISPLAY "ADRTILG: Tilgungstabelle TILGUNG.TAB fehlt, "
                 "Status " TILGTAB-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM K100-LIES-TABELLENZEILE.
         PERFORM K200-UEBERNIMM-TABELLENZEILE
             UNTIL ENDE-DER-TABELLE.
         CLOSE TILGUNGS-TABELLE.
         IF NOT FRIST-GELADEN
             DISPLAY "ADRTILG: TILGUNG.TAB ohne Zeile TAGE"
             STOP RUN RETURNING 1
         END-IF.

       K100-LIES-TABELLENZEILE.
         READ TILGUNGS-TABELLE
             AT END SET ENDE-DER-TABELLE TO TRUE.
         IF NOT TILGTAB-STATUS-OK AND NOT TILGTAB-STATUS-ENDE
             DISPLAY "Sorry, error reading TILGUNG.TAB, status "
                 TILGTAB-STATUS
             STOP RUN RETURNING 1
         END-IF.

       K200-UEBERNIMM-TABELLENZEILE.
         IF TILGTAB-SATZ = SPACES
             OR TILGTAB-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             MOVE SPACES TO WS-FELD-ART WS-FELD-WERT
             UNSTRING TILGTAB-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ART WS-FELD-WERT
             END-UNSTRING
             IF WS-FELD-ART = "TAGE"
                 AND FUNCTION TRIM(WS-FELD-WERT) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-FELD-WERT) TO WS-FRIST-TAGE
                 SET FRIST-GELADEN TO TRUE
             ELSE
                 DISPLAY "ADRTILG: ungueltige Zeile in "
                     "TILGUNG.TAB: " TILGTAB-SATZ(1:40)
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         PERFORM K100-LIES-TABELLENZEILE.

      * Hochwassermarke der ADR-ID (idmarke.cpy): eine hier
      * getilgte ID darf nie wieder vergeben werden.
       K500-MELDE-IDMARKE.
         MOVE "MELDEN" TO IDM-FUNKTION.
         MOVE "adrtilg" TO IDM-PROGRAMM.
         MOVE WS-HOECHSTE-ID TO IDM-ID.
         CALL "idmarke" USING IDM-BLOCK.
         IF IDM-STATUS NOT = "00"
             DISPLAY "ADRTILG: ADR-ID-Marke ADRIDMAX.DAT nicht "
                 "fortgeschrieben, Status " IDM-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Sperrprotokoll wie in adrpfleg: eine aktive Dialogsitzung
      * (MASKE.SPR von adrmaske) laesst den Lauf kurz warten;
      * bleibt sie bestehen, bricht der Lauf mit Meldung ab. Eine
      * verwaiste Sperre wird gemeldet und nicht beachtet.
       S900-PRUEFE-PFLEGESPERRE.
         MOVE ZERO TO WS-SPERR-VERSUCHE.
         PERFORM S910-PRUEFE-SPERRE.
         PERFORM S920-WARTE-AUF-SPERRE
             UNTIL SPR-STATUS NOT = "41"
             OR WS-SPERR-VERSUCHE NOT LESS 6.
         EVALUATE SPR-STATUS
             WHEN "41"
                 DISPLAY "ADRTILG: Dialogsitzung haelt MASKE.SPR ("
                     SPR-INHABER "), Lauf wird abgebrochen"
                 STOP RUN RETURNING 8
             WHEN "42"
                 DISPLAY "ADRTILG: verwaiste Pflegesperre "
                     "MASKE.SPR gefunden (" SPR-INHABER
                     "), sie wird nicht beachtet"
         END-EVALUATE.

       S910-PRUEFE-SPERRE.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "MASKE" TO SPR-NAME.
         MOVE "adrtilg" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.

       S920-WARTE-AUF-SPERRE.
         ADD 1 TO WS-SPERR-VERSUCHE.
         DISPLAY "ADRTILG: Dialogsitzung haelt MASKE.SPR, warte ...".
         CALL "SYSTEM" USING WS-SPERR-WARTEKOMMANDO.
         PERFORM S910-PRUEFE-SPERRE.

       U000-EROEFFNE-UMSCHLAEGE.
         MOVE "ADRMAST" TO MAS-UMS-KENNUNG.
         MOVE "ANFANG" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         MOVE "ADRMAST" TO NEU-UMS-KENNUNG.
         MOVE "adrtilg" TO NEU-UMS-PROGRAMM.
         MOVE 1 TO NEU-UMS-GENERATION.
         MOVE "ANFANG" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE "KOPF" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE NEU-UMS-SATZBILD TO NEUMASTER-SATZ.
         WRITE NEUMASTER-SATZ.
         IF NOT NEUMAST-STATUS-OK
             DISPLAY "Sorry, error writing ADDRESS-NEU, status "
                 NEUMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

       U100-PRUEFE-MASTERKOPF.
         MOVE "J" TO WS-MAS-KOPF-SCHALTER.
         MOVE ADRESSE-SATZ TO MAS-UMS-SATZBILD.
         MOVE "PRUEFKOPF" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         IF MAS-UMS-STATUS NOT = "00"
             DISPLAY "ADRTILG: Umschlag-Kopfsatz fehlt oder "
                 "passt nicht im alten Master (Status "
                 MAS-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       U150-PRUEFE-MASTERENDE.
         SET MAS-ENDESATZ-GESEHEN TO TRUE.
         MOVE ADRESSE-SATZ TO MAS-UMS-SATZBILD.
         MOVE "PRUEFENDE" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         IF MAS-UMS-STATUS NOT = "00"
             DISPLAY "ADRTILG: Umschlag-Endesatz weicht ab im "
                 "alten Master (Status " MAS-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       U200-SCHLIESSE-UMSCHLAG.
         MOVE "ENDE" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE NEU-UMS-SATZBILD TO NEUMASTER-SATZ.
         WRITE NEUMASTER-SATZ.
         IF NOT NEUMAST-STATUS-OK
             DISPLAY "Sorry, error writing ADDRESS-NEU, status "
                 NEUMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Herkunftsprotokoll: alter Master und Tilgungstabelle zum
      * neuen Master.
       Z900-MELDE-HERKUNFT.
         MOVE "adrtilg" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-MASTER.DAT" TO HKF-DATEI.
         MOVE MAS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE "TILGUNG.TAB" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-NEU.DAT" TO HKF-DATEI.
         MOVE NEU-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADRTILG: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM adrtilg.

      * vim:ai sw=4 sts=4 expandtab
