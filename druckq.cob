      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Gemeinsames Unterprogramm fuer die Druckwarteschlange
      * (Parameterblock druckq.cpy): beisp13, serienbf und
      * adrnachdr melden ihre Druckdateien als Druckauftraege an
      * (ANMELDEN), der Operator steuert sie mit druckst
      * (ZUWEISEN, FREIGEBEN, GEDRUCKT, NEUSTART). Der Stand der
      * Auftraege wird bei jedem Laden aus dem Journal DRUCKQ.DAT
      * gelesen - die letzte Zeile eines Auftrags gilt; es gibt
      * keinen gespeicherten Stand, der vom Journal abweichen
      * koennte.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Herkunftsprotokoll: NEUSTART meldet NEUDRUCK.DAT mit der
      *     Spooldatei nach HERKUNFT.LOG (CALL "herkunft", siehe
      *     herkunft.cpy).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. druckq.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-DATEI
           ASSIGN TO "DRUCKQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS JOURNAL-STATUS.

           SELECT DRUCKER-DATEI
           ASSIGN TO "DRUCKER.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS DRUCKER-STATUS.

      * DQEIN und DQSPOOL sind logische Dateinamen; sie werden vor
      * dem OPEN per SET ENVIRONMENT auf die angemeldete
      * Druckdatei bzw. die Spooldatei des Auftrags abgebildet.
           SELECT QUELL-DATEI
           ASSIGN TO "DQEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS QUELL-STATUS.

           SELECT SPOOL-DATEI
           ASSIGN TO "DQSPOOL"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS SPOOL-STATUS.

           SELECT NEUDRUCK-DATEI
           ASSIGN TO "NEUDRUCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS NEUDRUCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 JOURNAL-SATZ             PIC X(160).

       FD DRUCKER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 DRUCKER-SATZ             PIC X(80).

       FD QUELL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 QUELL-SATZ               PIC X(256).

       FD SPOOL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 SPOOL-SATZ               PIC X(256).

       FD NEUDRUCK-DATEI
          LABEL RECORDS ARE OMITTED.
           01 NEUDRUCK-SATZ            PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-GELADEN-SCHALTER    PIC X(01) VALUE "N".
          88 TABELLE-GELADEN                VALUE "J".
       77 WS-JOURNAL-ENDE-SCHALTER PIC X(01).
          88 ENDE-DES-JOURNALS              VALUE "J".
       77 WS-DRUCKER-ENDE-SCHALTER PIC X(01).
          88 ENDE-DER-DRUCKER               VALUE "J".
       77 WS-QUELL-ENDE-SCHALTER PIC X(01).
          88 ENDE-DER-QUELLE                VALUE "J".
       77 WS-ENDESATZ-SCHALTER   PIC X(01).
          88 ENDESATZ-GESEHEN               VALUE "J".

       01 WS-AUFTRAGS-TABELLE.
          05 WS-AUFTRAGS-EINTRAG      OCCURS 2000 TIMES.
             10 AUF-JOB               PIC 9(06).
             10 AUF-ART               PIC X(09).
             10 AUF-KAMPAGNE          PIC 9(04).
             10 AUF-MATERIAL          PIC X(06).
             10 AUF-DATEI             PIC X(40).
             10 AUF-SEITEN            PIC 9(06).
             10 AUF-DRUCKER           PIC X(12).
             10 AUF-VON               PIC 9(06).
             10 AUF-BIS               PIC 9(06).
             10 AUF-ZUSTAND           PIC X(06).
             10 AUF-EREIGNIS          PIC X(11).
             10 AUF-ANGEMELDET        PIC X(14).
             10 AUF-GEAENDERT         PIC X(14).
             10 AUF-PROGRAMM          PIC X(08).
       77 WS-AUFTRAGS-ANZAHL     PIC 9(04) COMP VALUE ZERO.
       77 WS-AUFTRAGS-MAXIMUM    PIC 9(04) COMP VALUE 2000.
       77 WS-AUFTRAGS-INDEX      PIC 9(04) COMP VALUE ZERO.
       77 WS-AUFTRAGS-TREFFER    PIC 9(04) COMP VALUE ZERO.
       77 WS-SUCH-JOB            PIC 9(06).
       77 WS-HOECHSTER-JOB       PIC 9(06) VALUE ZERO.

       77 WS-ZEITSTEMPEL         PIC X(14).
       77 WS-EREIGNIS            PIC X(11).
       77 WS-JOURNALZEILE        PIC X(160).
       77 WS-SPOOL-NAME          PIC X(12).
       77 WS-SEITEN-ZAEHLER      PIC 9(06) VALUE ZERO.
       77 WS-SEITE               PIC 9(06) VALUE ZERO.
       77 WS-DRUCKER-GEFUNDEN    PIC X(01).
          88 DRUCKER-GEFUNDEN               VALUE "J".
       77 WS-MATERIAL-TREFFER    PIC 9(02) COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       77 WS-FELD-JOB            PIC X(06) VALUE SPACES.
       77 WS-FELD-ZEIT           PIC X(14) VALUE SPACES.
       77 WS-FELD-EREIGNIS       PIC X(11) VALUE SPACES.
       77 WS-FELD-ART            PIC X(09) VALUE SPACES.
       77 WS-FELD-KAMPAGNE       PIC X(04) VALUE SPACES.
       77 WS-FELD-SEITEN         PIC X(06) VALUE SPACES.
       77 WS-FELD-MATERIAL       PIC X(06) VALUE SPACES.
       77 WS-FELD-DRUCKER        PIC X(12) VALUE SPACES.
       77 WS-FELD-VON            PIC X(06) VALUE SPACES.
       77 WS-FELD-BIS            PIC X(06) VALUE SPACES.
       77 WS-FELD-PROGRAMM       PIC X(08) VALUE SPACES.
       77 WS-FELD-DATEI          PIC X(40) VALUE SPACES.
       77 WS-FELD-MATERIALIEN    PIC X(30) VALUE SPACES.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==JOURNAL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==JOURNAL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==JOURNAL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==JOURNAL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==JOURNAL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==DRUCKER-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==DRUCKER-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==DRUCKER-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==DRUCKER-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==DRUCKER-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==QUELL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==QUELL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==QUELL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==QUELL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==QUELL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==SPOOL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==SPOOL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==SPOOL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==SPOOL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==SPOOL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==NEUDRUCK-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==NEUDRUCK-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==NEUDRUCK-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==NEUDRUCK-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==NEUDRUCK-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==EIN-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==NEU-UMS==.
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "druckq.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING DQ-BLOCK.
       A000-BEHANDLE-DRUCKAUFTRAG.
         MOVE "00" TO DQ-STATUS.
         EVALUATE DQ-FUNKTION
             WHEN "ANMELDEN"
                 PERFORM E000-MELDE-AUFTRAG-AN
             WHEN "LADEN"
                 PERFORM B000-LADE-JOURNAL
             WHEN "HOLEN"
                 PERFORM C000-HOLE-AUFTRAG
             WHEN "EINTRAG"
                 PERFORM D000-HOLE-EINTRAG
             WHEN "ZUWEISEN"
                 PERFORM F000-WEISE-DRUCKER-ZU
             WHEN "FREIGEBEN"
                 PERFORM G000-GIB-AUFTRAG-FREI
             WHEN "GEDRUCKT"
                 PERFORM H000-MELDE-GEDRUCKT
             WHEN "NEUSTART"
                 PERFORM K000-STARTE-NEU
             WHEN OTHER
                 MOVE "99" TO DQ-STATUS
         END-EVALUATE.
         EXIT PROGRAM.

      * Laedt den Stand aller Auftraege aus DRUCKQ.DAT; eine
      * fehlende DRUCKQ.DAT ist zulaessig (noch nichts angemeldet).
       B000-LADE-JOURNAL.
         MOVE "N" TO WS-GELADEN-SCHALTER.
         MOVE ZERO TO WS-AUFTRAGS-ANZAHL WS-HOECHSTER-JOB DQ-ANZAHL.
         MOVE "N" TO WS-JOURNAL-ENDE-SCHALTER.
         OPEN INPUT JOURNAL-DATEI.
         IF NOT JOURNAL-STATUS-OK
             IF JOURNAL-STATUS NOT = "35"
                 MOVE JOURNAL-STATUS TO DQ-STATUS
                 EXIT PARAGRAPH
             END-IF
         ELSE
             PERFORM B100-LIES-JOURNAL
             PERFORM B200-UEBERNIMM-JOURNALZEILE
                 UNTIL ENDE-DES-JOURNALS
                     OR DQ-STATUS NOT = "00"
             CLOSE JOURNAL-DATEI
         END-IF.
         IF DQ-STATUS = "00"
             SET TABELLE-GELADEN TO TRUE
             MOVE WS-AUFTRAGS-ANZAHL TO DQ-ANZAHL
         END-IF.

       B100-LIES-JOURNAL.
         READ JOURNAL-DATEI
             AT END SET ENDE-DES-JOURNALS TO TRUE.
         IF NOT JOURNAL-STATUS-OK AND NOT JOURNAL-STATUS-ENDE
             MOVE JOURNAL-STATUS TO DQ-STATUS
         END-IF.

      * Jede Zeile traegt den vollstaendigen Stand nach dem
      * Ereignis; sie ueberschreibt den bisherigen Stand.
       B200-UEBERNIMM-JOURNALZEILE.
         IF JOURNAL-SATZ NOT = SPACES
             AND JOURNAL-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-JOB WS-FELD-ZEIT
                 WS-FELD-EREIGNIS WS-FELD-ART WS-FELD-KAMPAGNE
                 WS-FELD-SEITEN WS-FELD-MATERIAL WS-FELD-DRUCKER
                 WS-FELD-VON WS-FELD-BIS WS-FELD-PROGRAMM
                 WS-FELD-DATEI
             UNSTRING JOURNAL-SATZ DELIMITED BY ";"
                 INTO WS-FELD-JOB WS-FELD-ZEIT WS-FELD-EREIGNIS
                      WS-FELD-ART WS-FELD-KAMPAGNE WS-FELD-SEITEN
                      WS-FELD-MATERIAL WS-FELD-DRUCKER WS-FELD-VON
                      WS-FELD-BIS WS-FELD-PROGRAMM WS-FELD-DATEI
             END-UNSTRING
             IF WS-FELD-JOB IS NUMERIC
                 AND WS-FELD-KAMPAGNE IS NUMERIC
                 AND WS-FELD-SEITEN IS NUMERIC
                 AND WS-FELD-VON IS NUMERIC
                 AND WS-FELD-BIS IS NUMERIC
                 MOVE WS-FELD-JOB TO WS-SUCH-JOB
                 PERFORM M000-SUCHE-AUFTRAG
                 IF WS-AUFTRAGS-TREFFER = ZERO
                     IF WS-AUFTRAGS-ANZAHL NOT LESS
                         WS-AUFTRAGS-MAXIMUM
                         MOVE "97" TO DQ-STATUS
                         EXIT PARAGRAPH
                     END-IF
                     ADD 1 TO WS-AUFTRAGS-ANZAHL
                     MOVE WS-AUFTRAGS-ANZAHL TO WS-AUFTRAGS-TREFFER
                     MOVE WS-SUCH-JOB
                         TO AUF-JOB(WS-AUFTRAGS-TREFFER)
                     MOVE WS-FELD-ZEIT
                         TO AUF-ANGEMELDET(WS-AUFTRAGS-TREFFER)
                     IF WS-SUCH-JOB > WS-HOECHSTER-JOB
                         MOVE WS-SUCH-JOB TO WS-HOECHSTER-JOB
                     END-IF
                 END-IF
                 MOVE WS-FELD-ZEIT
                     TO AUF-GEAENDERT(WS-AUFTRAGS-TREFFER)
                 MOVE WS-FELD-EREIGNIS
                     TO AUF-EREIGNIS(WS-AUFTRAGS-TREFFER)
                 MOVE WS-FELD-ART TO AUF-ART(WS-AUFTRAGS-TREFFER)
                 MOVE WS-FELD-KAMPAGNE
                     TO AUF-KAMPAGNE(WS-AUFTRAGS-TREFFER)
                 MOVE WS-FELD-SEITEN
                     TO AUF-SEITEN(WS-AUFTRAGS-TREFFER)
                 MOVE WS-FELD-MATERIAL
                     TO AUF-MATERIAL(WS-AUFTRAGS-TREFFER)
                 MOVE WS-FELD-DRUCKER
                     TO AUF-DRUCKER(WS-AUFTRAGS-TREFFER)
                 MOVE WS-FELD-VON TO AUF-VON(WS-AUFTRAGS-TREFFER)
                 MOVE WS-FELD-BIS TO AUF-BIS(WS-AUFTRAGS-TREFFER)
                 MOVE WS-FELD-PROGRAMM
                     TO AUF-PROGRAMM(WS-AUFTRAGS-TREFFER)
                 MOVE WS-FELD-DATEI
                     TO AUF-DATEI(WS-AUFTRAGS-TREFFER)
                 PERFORM B300-SETZE-ZUSTAND
             END-IF
         END-IF.
         PERFORM B100-LIES-JOURNAL.

      * Zustand aus dem letzten Ereignis des Auftrags.
       B300-SETZE-ZUSTAND.
         EVALUATE AUF-EREIGNIS(WS-AUFTRAGS-TREFFER)
             WHEN "FREIGEGEBEN"
             WHEN "NEUSTART"
                 MOVE "DRUCKT" TO AUF-ZUSTAND(WS-AUFTRAGS-TREFFER)
             WHEN "GEDRUCKT"
                 MOVE "FERTIG" TO AUF-ZUSTAND(WS-AUFTRAGS-TREFFER)
             WHEN OTHER
                 MOVE "WARTET" TO AUF-ZUSTAND(WS-AUFTRAGS-TREFFER)
         END-EVALUATE.

       C000-HOLE-AUFTRAG.
         PERFORM L000-SUCHE-DQ-JOB.
         IF DQ-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         PERFORM N000-GIB-ANGABEN.

       D000-HOLE-EINTRAG.
         IF NOT TABELLE-GELADEN
             PERFORM B000-LADE-JOURNAL
             IF DQ-STATUS NOT = "00"
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         IF DQ-NUMMER = ZERO
             OR DQ-NUMMER > WS-AUFTRAGS-ANZAHL
             MOVE "91" TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE DQ-NUMMER TO WS-AUFTRAGS-TREFFER.
         PERFORM N000-GIB-ANGABEN.

      * Anmelden: Umschlag der Druckdatei pruefen, die Datei
      * samt Umschlag in die Spooldatei kopieren, Seitenkoepfe
      * zaehlen.
       E000-MELDE-AUFTRAG-AN.
         PERFORM B000-LADE-JOURNAL.
         IF DQ-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         IF WS-AUFTRAGS-ANZAHL NOT LESS WS-AUFTRAGS-MAXIMUM
             MOVE "97" TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-HOECHSTER-JOB.
         MOVE SPACES TO WS-SPOOL-NAME.
         STRING "DQ" WS-HOECHSTER-JOB ".DAT"
             DELIMITED BY SIZE INTO WS-SPOOL-NAME.
         SET ENVIRONMENT "DQEIN" TO FUNCTION TRIM(DQ-DATEI).
         SET ENVIRONMENT "DQSPOOL" TO WS-SPOOL-NAME.
         PERFORM E100-KOPIERE-DRUCKDATEI.
         IF DQ-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         IF WS-SEITEN-ZAEHLER = ZERO
             MOVE "90" TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
      * Ohne ausdrueckliche Kampagne gilt die Generation aus dem
      * Kopfsatz der Druckdatei (Kampagnennummern ab 2).
         IF DQ-KAMPAGNE IS NOT NUMERIC
             MOVE ZERO TO DQ-KAMPAGNE
         END-IF.
         IF DQ-KAMPAGNE = ZERO AND EIN-UMS-GENERATION > 1
             MOVE EIN-UMS-GENERATION TO DQ-KAMPAGNE
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ZEITSTEMPEL.
         ADD 1 TO WS-AUFTRAGS-ANZAHL.
         MOVE WS-AUFTRAGS-ANZAHL TO WS-AUFTRAGS-TREFFER.
         MOVE WS-HOECHSTER-JOB TO AUF-JOB(WS-AUFTRAGS-TREFFER).
         MOVE DQ-ART TO AUF-ART(WS-AUFTRAGS-TREFFER).
         MOVE DQ-KAMPAGNE TO AUF-KAMPAGNE(WS-AUFTRAGS-TREFFER).
         MOVE DQ-MATERIAL TO AUF-MATERIAL(WS-AUFTRAGS-TREFFER).
         MOVE DQ-DATEI TO AUF-DATEI(WS-AUFTRAGS-TREFFER).
         MOVE WS-SEITEN-ZAEHLER TO AUF-SEITEN(WS-AUFTRAGS-TREFFER).
         MOVE SPACES TO AUF-DRUCKER(WS-AUFTRAGS-TREFFER).
         MOVE ZERO TO AUF-VON(WS-AUFTRAGS-TREFFER)
             AUF-BIS(WS-AUFTRAGS-TREFFER).
         MOVE DQ-PROGRAMM TO AUF-PROGRAMM(WS-AUFTRAGS-TREFFER).
         MOVE WS-ZEITSTEMPEL TO AUF-ANGEMELDET(WS-AUFTRAGS-TREFFER).
         MOVE "ANGEMELDET" TO WS-EREIGNIS.
         MOVE WS-AUFTRAGS-ANZAHL TO DQ-ANZAHL.
         PERFORM J000-SCHREIBE-JOURNAL.

       E100-KOPIERE-DRUCKDATEI.
         MOVE ZERO TO WS-SEITEN-ZAEHLER.
         MOVE "N" TO WS-QUELL-ENDE-SCHALTER WS-ENDESATZ-SCHALTER.
         OPEN INPUT QUELL-DATEI.
         IF NOT QUELL-STATUS-OK
             MOVE QUELL-STATUS TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO EIN-UMS-KENNUNG.
         MOVE "ANFANG" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         PERFORM E200-LIES-DRUCKDATEI.
         IF ENDE-DER-QUELLE OR DQ-STATUS NOT = "00"
             IF DQ-STATUS = "00"
                 MOVE "41" TO DQ-STATUS
             END-IF
             CLOSE QUELL-DATEI
             EXIT PARAGRAPH
         END-IF.
         MOVE QUELL-SATZ TO EIN-UMS-SATZBILD.
         MOVE "PRUEFKOPF" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         IF EIN-UMS-STATUS NOT = "00"
             MOVE EIN-UMS-STATUS TO DQ-STATUS
             CLOSE QUELL-DATEI
             EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT SPOOL-DATEI.
         IF NOT SPOOL-STATUS-OK
             MOVE SPOOL-STATUS TO DQ-STATUS
             CLOSE QUELL-DATEI
             EXIT PARAGRAPH
         END-IF.
         PERFORM E400-SCHREIBE-SPOOLSATZ.
         PERFORM E200-LIES-DRUCKDATEI.
         PERFORM E300-UEBERNIMM-DRUCKZEILE
             UNTIL ENDE-DER-QUELLE OR ENDESATZ-GESEHEN
                 OR DQ-STATUS NOT = "00".
         CLOSE QUELL-DATEI SPOOL-DATEI.
         IF DQ-STATUS = "00" AND NOT ENDESATZ-GESEHEN
             MOVE "43" TO DQ-STATUS
         END-IF.

       E200-LIES-DRUCKDATEI.
         READ QUELL-DATEI
             AT END SET ENDE-DER-QUELLE TO TRUE.
         IF NOT QUELL-STATUS-OK AND NOT QUELL-STATUS-ENDE
             MOVE QUELL-STATUS TO DQ-STATUS
         END-IF.

       E300-UEBERNIMM-DRUCKZEILE.
         IF QUELL-SATZ(1:2) = "UE"
             SET ENDESATZ-GESEHEN TO TRUE
             MOVE QUELL-SATZ TO EIN-UMS-SATZBILD
             MOVE "PRUEFENDE" TO EIN-UMS-FUNKTION
             CALL "umschlag" USING EIN-UMS-UMSCHLAG
             IF EIN-UMS-STATUS NOT = "00"
                 MOVE EIN-UMS-STATUS TO DQ-STATUS
                 EXIT PARAGRAPH
             END-IF
             PERFORM E400-SCHREIBE-SPOOLSATZ
             EXIT PARAGRAPH
         END-IF.
         MOVE QUELL-SATZ TO EIN-UMS-PUFFER.
         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         IF QUELL-SATZ(1:11) = "---- SEITE "
             ADD 1 TO WS-SEITEN-ZAEHLER
         END-IF.
         PERFORM E400-SCHREIBE-SPOOLSATZ.
         IF DQ-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         PERFORM E200-LIES-DRUCKDATEI.

       E400-SCHREIBE-SPOOLSATZ.
         MOVE QUELL-SATZ TO SPOOL-SATZ.
         WRITE SPOOL-SATZ.
         IF NOT SPOOL-STATUS-OK
             MOVE SPOOL-STATUS TO DQ-STATUS
         END-IF.

       F000-WEISE-DRUCKER-ZU.
         PERFORM L000-SUCHE-DQ-JOB.
         IF DQ-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         IF AUF-ZUSTAND(WS-AUFTRAGS-TREFFER) = "FERTIG"
             MOVE "92" TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM P000-PRUEFE-DRUCKER.
         IF DQ-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         MOVE DQ-DRUCKER TO AUF-DRUCKER(WS-AUFTRAGS-TREFFER).
         MOVE "ZUGEWIESEN" TO WS-EREIGNIS.
         PERFORM J000-SCHREIBE-JOURNAL.

       G000-GIB-AUFTRAG-FREI.
         PERFORM L000-SUCHE-DQ-JOB.
         IF DQ-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         IF AUF-ZUSTAND(WS-AUFTRAGS-TREFFER) NOT = "WARTET"
             OR AUF-DRUCKER(WS-AUFTRAGS-TREFFER) = SPACES
             MOVE "92" TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE 1 TO AUF-VON(WS-AUFTRAGS-TREFFER).
         MOVE AUF-SEITEN(WS-AUFTRAGS-TREFFER)
             TO AUF-BIS(WS-AUFTRAGS-TREFFER).
         MOVE "FREIGEGEBEN" TO WS-EREIGNIS.
         PERFORM J000-SCHREIBE-JOURNAL.

       H000-MELDE-GEDRUCKT.
         PERFORM L000-SUCHE-DQ-JOB.
         IF DQ-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         IF AUF-ZUSTAND(WS-AUFTRAGS-TREFFER) NOT = "DRUCKT"
             MOVE "92" TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE "GEDRUCKT" TO WS-EREIGNIS.
         PERFORM J000-SCHREIBE-JOURNAL.

      * Neustart: Seiten VON bis BIS aus der Spooldatei nach
      * NEUDRUCK.DAT; die Zeilen vor dem ersten Seitenkopf
      * (Laufdatum) gehoeren zur ersten Seite.
       K000-STARTE-NEU.
         PERFORM L000-SUCHE-DQ-JOB.
         IF DQ-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         IF AUF-ZUSTAND(WS-AUFTRAGS-TREFFER) = "WARTET"
             MOVE "92" TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
         IF DQ-BIS = ZERO
             MOVE AUF-SEITEN(WS-AUFTRAGS-TREFFER) TO DQ-BIS
         END-IF.
         IF DQ-VON = ZERO OR DQ-VON > DQ-BIS
             OR DQ-BIS > AUF-SEITEN(WS-AUFTRAGS-TREFFER)
             MOVE "95" TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
         IF DQ-DRUCKER NOT = SPACES
             PERFORM P000-PRUEFE-DRUCKER
             IF DQ-STATUS NOT = "00"
                 EXIT PARAGRAPH
             END-IF
             MOVE DQ-DRUCKER TO AUF-DRUCKER(WS-AUFTRAGS-TREFFER)
         END-IF.
         MOVE SPACES TO WS-SPOOL-NAME.
         STRING "DQ" AUF-JOB(WS-AUFTRAGS-TREFFER) ".DAT"
             DELIMITED BY SIZE INTO WS-SPOOL-NAME.
         SET ENVIRONMENT "DQEIN" TO WS-SPOOL-NAME.
         OPEN INPUT QUELL-DATEI.
         IF NOT QUELL-STATUS-OK
             MOVE QUELL-STATUS TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
         OPEN OUTPUT NEUDRUCK-DATEI.
         IF NOT NEUDRUCK-STATUS-OK
             MOVE NEUDRUCK-STATUS TO DQ-STATUS
             CLOSE QUELL-DATEI
             EXIT PARAGRAPH
         END-IF.
         MOVE "NEUDRUCK" TO NEU-UMS-KENNUNG.
         MOVE DQ-PROGRAMM TO NEU-UMS-PROGRAMM.
         IF AUF-KAMPAGNE(WS-AUFTRAGS-TREFFER) > 1
             MOVE AUF-KAMPAGNE(WS-AUFTRAGS-TREFFER)
                 TO NEU-UMS-GENERATION
         ELSE
             MOVE 1 TO NEU-UMS-GENERATION
         END-IF.
         MOVE "ANFANG" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE "KOPF" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE NEU-UMS-SATZBILD TO NEUDRUCK-SATZ.
         PERFORM K200-SCHREIBE-NEUDRUCK.
         MOVE ZERO TO WS-SEITE.
         MOVE "N" TO WS-QUELL-ENDE-SCHALTER.
      * Der erste Satz der Spooldatei ist der Kopfsatz der
      * angemeldeten Druckdatei.
         PERFORM E200-LIES-DRUCKDATEI.
         PERFORM E200-LIES-DRUCKDATEI.
         PERFORM K100-UEBERNIMM-SEITENZEILE
             UNTIL ENDE-DER-QUELLE OR WS-SEITE > DQ-BIS
                 OR QUELL-SATZ(1:2) = "UE"
                 OR DQ-STATUS NOT = "00".
         IF DQ-STATUS = "00"
             MOVE "ENDE" TO NEU-UMS-FUNKTION
             CALL "umschlag" USING NEU-UMS-UMSCHLAG
             MOVE NEU-UMS-SATZBILD TO NEUDRUCK-SATZ
             PERFORM K200-SCHREIBE-NEUDRUCK
         END-IF.
         CLOSE QUELL-DATEI NEUDRUCK-DATEI.
         IF DQ-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         MOVE DQ-VON TO AUF-VON(WS-AUFTRAGS-TREFFER).
         MOVE DQ-BIS TO AUF-BIS(WS-AUFTRAGS-TREFFER).
         PERFORM K300-MELDE-HERKUNFT.
         MOVE "NEUSTART" TO WS-EREIGNIS.
         PERFORM J000-SCHREIBE-JOURNAL.

       K100-UEBERNIMM-SEITENZEILE.
         IF QUELL-SATZ(1:11) = "---- SEITE "
             ADD 1 TO WS-SEITE
         END-IF.
         IF WS-SEITE NOT LESS DQ-VON AND WS-SEITE NOT > DQ-BIS
             OR WS-SEITE = ZERO AND DQ-VON = 1
             MOVE QUELL-SATZ TO NEUDRUCK-SATZ
             PERFORM K200-SCHREIBE-NEUDRUCK
             MOVE QUELL-SATZ TO NEU-UMS-PUFFER
             MOVE "SUMME" TO NEU-UMS-FUNKTION
             CALL "umschlag" USING NEU-UMS-UMSCHLAG
         END-IF.
         PERFORM E200-LIES-DRUCKDATEI.

      * Herkunftsprotokoll: NEUDRUCK.DAT entsteht aus der
      * Spooldatei (sie traegt den Umschlag der angemeldeten
      * Druckdatei). Ein Fehler dabei aendert DQ-STATUS nicht.
       K300-MELDE-HERKUNFT.
         MOVE DQ-PROGRAMM TO HKF-PROGRAMM.
         MOVE "LEEREN" TO HKF-FUNKTION.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE WS-SPOOL-NAME TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "NEUDRUCK.DAT" TO HKF-DATEI.
         MOVE NEU-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.

       K200-SCHREIBE-NEUDRUCK.
         WRITE NEUDRUCK-SATZ.
         IF NOT NEUDRUCK-STATUS-OK
             MOVE NEUDRUCK-STATUS TO DQ-STATUS
         END-IF.

      * Neuen Stand des Auftrags WS-AUFTRAGS-TREFFER mit dem
      * Ereignis WS-EREIGNIS an DRUCKQ.DAT anhaengen.
       J000-SCHREIBE-JOURNAL.
         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ZEITSTEMPEL.
         MOVE SPACES TO WS-JOURNALZEILE.
         STRING AUF-JOB(WS-AUFTRAGS-TREFFER) ";"
             WS-ZEITSTEMPEL ";"
             FUNCTION TRIM(WS-EREIGNIS) ";"
             FUNCTION TRIM(AUF-ART(WS-AUFTRAGS-TREFFER)) ";"
             AUF-KAMPAGNE(WS-AUFTRAGS-TREFFER) ";"
             AUF-SEITEN(WS-AUFTRAGS-TREFFER) ";"
             FUNCTION TRIM(AUF-MATERIAL(WS-AUFTRAGS-TREFFER)) ";"
             FUNCTION TRIM(AUF-DRUCKER(WS-AUFTRAGS-TREFFER)) ";"
             AUF-VON(WS-AUFTRAGS-TREFFER) ";"
             AUF-BIS(WS-AUFTRAGS-TREFFER) ";"
             FUNCTION TRIM(AUF-PROGRAMM(WS-AUFTRAGS-TREFFER)) ";"
             FUNCTION TRIM(AUF-DATEI(WS-AUFTRAGS-TREFFER))
             DELIMITED BY SIZE INTO WS-JOURNALZEILE.
         OPEN EXTEND JOURNAL-DATEI.
         IF JOURNAL-STATUS = "35"
             OPEN OUTPUT JOURNAL-DATEI
         END-IF.
         IF NOT JOURNAL-STATUS-OK
             MOVE JOURNAL-STATUS TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-JOURNALZEILE TO JOURNAL-SATZ.
         WRITE JOURNAL-SATZ.
         IF NOT JOURNAL-STATUS-OK
             MOVE JOURNAL-STATUS TO DQ-STATUS
             CLOSE JOURNAL-DATEI
             EXIT PARAGRAPH
         END-IF.
         CLOSE JOURNAL-DATEI.
         MOVE WS-ZEITSTEMPEL TO AUF-GEAENDERT(WS-AUFTRAGS-TREFFER).
         MOVE WS-EREIGNIS TO AUF-EREIGNIS(WS-AUFTRAGS-TREFFER).
         PERFORM B300-SETZE-ZUSTAND.
         PERFORM N000-GIB-ANGABEN.

      * Auftrag DQ-JOB suchen (laedt bei Bedarf).
       L000-SUCHE-DQ-JOB.
         IF NOT TABELLE-GELADEN
             PERFORM B000-LADE-JOURNAL
             IF DQ-STATUS NOT = "00"
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         MOVE DQ-JOB TO WS-SUCH-JOB.
         PERFORM M000-SUCHE-AUFTRAG.
         IF WS-AUFTRAGS-TREFFER = ZERO
             MOVE "91" TO DQ-STATUS
         END-IF.

       M000-SUCHE-AUFTRAG.
         MOVE ZERO TO WS-AUFTRAGS-TREFFER.
         PERFORM M100-PRUEFE-AUFTRAG
             VARYING WS-AUFTRAGS-INDEX FROM 1 BY 1
             UNTIL WS-AUFTRAGS-INDEX > WS-AUFTRAGS-ANZAHL
                 OR WS-AUFTRAGS-TREFFER > ZERO.

       M100-PRUEFE-AUFTRAG.
         IF AUF-JOB(WS-AUFTRAGS-INDEX) = WS-SUCH-JOB
             MOVE WS-AUFTRAGS-INDEX TO WS-AUFTRAGS-TREFFER
         END-IF.

       N000-GIB-ANGABEN.
         MOVE AUF-JOB(WS-AUFTRAGS-TREFFER) TO DQ-JOB.
         MOVE AUF-ART(WS-AUFTRAGS-TREFFER) TO DQ-ART.
         MOVE AUF-KAMPAGNE(WS-AUFTRAGS-TREFFER) TO DQ-KAMPAGNE.
         MOVE AUF-MATERIAL(WS-AUFTRAGS-TREFFER) TO DQ-MATERIAL.
         MOVE AUF-DATEI(WS-AUFTRAGS-TREFFER) TO DQ-DATEI.
         MOVE SPACES TO DQ-SPOOL.
         STRING "DQ" AUF-JOB(WS-AUFTRAGS-TREFFER) ".DAT"
             DELIMITED BY SIZE INTO DQ-SPOOL.
         MOVE AUF-SEITEN(WS-AUFTRAGS-TREFFER) TO DQ-SEITEN.
         MOVE AUF-DRUCKER(WS-AUFTRAGS-TREFFER) TO DQ-DRUCKER.
         MOVE AUF-VON(WS-AUFTRAGS-TREFFER) TO DQ-VON.
         MOVE AUF-BIS(WS-AUFTRAGS-TREFFER) TO DQ-BIS.
         MOVE AUF-ZUSTAND(WS-AUFTRAGS-TREFFER) TO DQ-ZUSTAND.
         MOVE AUF-EREIGNIS(WS-AUFTRAGS-TREFFER) TO DQ-EREIGNIS.
         MOVE AUF-ANGEMELDET(WS-AUFTRAGS-TREFFER) TO DQ-ANGEMELDET.
         MOVE AUF-GEAENDERT(WS-AUFTRAGS-TREFFER) TO DQ-GEAENDERT.

      * Drucker DQ-DRUCKER in DRUCKER.TAB suchen und pruefen, ob
      * er das Material des Auftrags WS-AUFTRAGS-TREFFER fuehrt.
       P000-PRUEFE-DRUCKER.
         MOVE "N" TO WS-DRUCKER-GEFUNDEN WS-DRUCKER-ENDE-SCHALTER.
         OPEN INPUT DRUCKER-DATEI.
         IF NOT DRUCKER-STATUS-OK
             MOVE "96" TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM P100-LIES-DRUCKER.
         PERFORM P200-PRUEFE-DRUCKERZEILE
             UNTIL ENDE-DER-DRUCKER OR DRUCKER-GEFUNDEN.
         CLOSE DRUCKER-DATEI.
         IF NOT DRUCKER-GEFUNDEN
             MOVE "93" TO DQ-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-MATERIAL-TREFFER.
         INSPECT WS-FELD-MATERIALIEN TALLYING WS-MATERIAL-TREFFER
             FOR ALL FUNCTION TRIM(AUF-MATERIAL(WS-AUFTRAGS-TREFFER)).
         IF WS-MATERIAL-TREFFER = ZERO
             MOVE "94" TO DQ-STATUS
         END-IF.

       P100-LIES-DRUCKER.
         READ DRUCKER-DATEI
             AT END SET ENDE-DER-DRUCKER TO TRUE.

       P200-PRUEFE-DRUCKERZEILE.
         IF DRUCKER-SATZ NOT = SPACES
             AND DRUCKER-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-DRUCKER WS-FELD-MATERIALIEN
             UNSTRING DRUCKER-SATZ DELIMITED BY ";"
                 INTO WS-FELD-DRUCKER WS-FELD-MATERIALIEN
             END-UNSTRING
             IF WS-FELD-DRUCKER = DQ-DRUCKER
                 SET DRUCKER-GEFUNDEN TO TRUE
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         PERFORM P100-LIES-DRUCKER.

       END PROGRAM druckq.

      * vim:ai sw=4 sts=4 expandtab
