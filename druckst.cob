      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Drucksteuerung fuer den Operator (Druckwarteschlange, siehe
      * druckq.cpy). Aufruf:
      *     druckst [LISTE] [ALLE]
      *         zeigt die wartenden, druckenden und die in den
      *         letzten sieben Tagen fertig gewordenen Auftraege
      *         (mit ALLE alle fertigen); Bericht auch nach
      *         DRUCKQ.RPT
      *     druckst ZUWEISEN JOB=n DRUCKER=name
      *         weist den Auftrag einem Drucker aus DRUCKER.TAB zu
      *     druckst FREIGEBEN JOB=n
      *         gibt den zugewiesenen Auftrag zum Druck frei
      *     druckst GEDRUCKT JOB=n
      *         meldet den Auftrag als gedruckt
      *     druckst NEUSTART JOB=n VON=seite [BIS=seite]
      *             [DRUCKER=name]
      *         schreibt die Seiten VON bis BIS (ohne BIS bis zum
      *         Ende) des Auftrags nach NEUDRUCK.DAT, z.B. nach
      *         einem Papierstau; mit DRUCKER= zugleich auf einen
      *         anderen Drucker
      *     druckst HISTORIE JOB=n
      *         zeigt alle Journalzeilen des Auftrags
      * RETURN-CODE 1, wenn der Aufruf oder die Funktion abgewiesen
      * wurde.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. druckst.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BERICHT-DATEI
           ASSIGN TO "DRUCKQ.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

           SELECT JOURNAL-DATEI
           ASSIGN TO "DRUCKQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       FD JOURNAL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 JOURNAL-SATZ             PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(160).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(40) OCCURS 6 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.

       01 WS-BEFEHL                   PIC X(09)   VALUE "LISTE".
          88 BEFEHL-LISTE                         VALUE "LISTE".
          88 BEFEHL-HISTORIE                      VALUE "HISTORIE".
       01 WS-ALLE-SCHALTER            PIC X(01)   VALUE "N".
          88 ALLE-FERTIGEN                        VALUE "J".
       01 WS-JOB-TEXT                 PIC X(10)   VALUE SPACES.
       01 WS-VON-TEXT                 PIC X(10)   VALUE SPACES.
       01 WS-BIS-TEXT                 PIC X(10)   VALUE SPACES.
       01 WS-DRUCKER                  PIC X(12)   VALUE SPACES.
       01 WS-FEHLER-SCHALTER          PIC X(01)   VALUE "N".
          88 PARAMETER-FEHLERHAFT                 VALUE "J".

       01 WS-HEUTE                    PIC X(08).
       01 WS-WOCHE-AB                 PIC X(08).
       01 WS-TAGESNUMMER              PIC 9(08)   COMP VALUE ZERO.
       01 WS-AUFTRAGS-INDEX           PIC 9(04)   COMP VALUE ZERO.
       01 WS-ABSCHNITT                PIC X(06).
       01 WS-ABSCHNITT-ZAEHLER        PIC 9(04)   COMP VALUE ZERO.
       01 WS-WARTET-ZAEHLER           PIC 9(04)   COMP VALUE ZERO.
       01 WS-DRUCKT-ZAEHLER           PIC 9(04)   COMP VALUE ZERO.
       01 WS-FERTIG-ZAEHLER           PIC 9(04)   COMP VALUE ZERO.
       01 WS-ZEIT-EINGABE             PIC X(14).
       01 WS-ZEIT-ANZEIGE             PIC X(16).
       01 WS-ZAHL-ANZEIGE             PIC ZZZZZ9.
       01 WS-BIS-ANZEIGE              PIC ZZZZZ9.
       01 WS-VON-ZAHL                 PIC 9(06).
       01 WS-BIS-ZAHL                 PIC 9(06).
       01 WS-BEREICH-ANZEIGE          PIC X(13).
       01 WS-JOURNAL-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-JOURNALS                    VALUE "J".
       01 WS-HISTORIE-ZAEHLER         PIC 9(04)   COMP VALUE ZERO.
       01 WS-ABWEISUNG                PIC X(02).

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-JOB                 PIC X(06)   VALUE SPACES.
       01 WS-FELD-ZEIT                PIC X(14)   VALUE SPACES.
       01 WS-FELD-EREIGNIS            PIC X(11)   VALUE SPACES.
       01 WS-FELD-ART                 PIC X(09)   VALUE SPACES.
       01 WS-FELD-KAMPAGNE            PIC X(04)   VALUE SPACES.
       01 WS-FELD-SEITEN              PIC X(06)   VALUE SPACES.
       01 WS-FELD-MATERIAL            PIC X(06)   VALUE SPACES.
       01 WS-FELD-DRUCKER             PIC X(12)   VALUE SPACES.
       01 WS-FELD-VON                 PIC X(06)   VALUE SPACES.
       01 WS-FELD-BIS                 PIC X(06)   VALUE SPACES.

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-KOPFZEILE.
          05 FILLER                   PIC X(07)   VALUE "   JOB".
          05 FILLER                   PIC X(10)   VALUE "ART".
          05 FILLER                   PIC X(05)   VALUE "KAMP".
          05 FILLER                   PIC X(07)   VALUE "SEITEN".
          05 FILLER                   PIC X(07)   VALUE "MATER.".
          05 FILLER                   PIC X(13)   VALUE "DRUCKER".
          05 FILLER                   PIC X(14)   VALUE
             "DRUCKBEREICH".
          05 FILLER                   PIC X(16)   VALUE "STAND".

       01 WS-AUFTRAGSZEILE.
          05 WS-AFZ-JOB               PIC ZZZZZ9.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-AFZ-ART               PIC X(09).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-AFZ-KAMPAGNE          PIC X(04).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-AFZ-SEITEN            PIC ZZZZZ9.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-AFZ-MATERIAL          PIC X(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-AFZ-DRUCKER           PIC X(12).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-AFZ-BEREICH           PIC X(13).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-AFZ-STAND             PIC X(16).

       01 WS-HISTORIENZEILE.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-HSZ-ZEIT              PIC X(16).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-HSZ-EREIGNIS          PIC X(11).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-HSZ-DRUCKER           PIC X(12).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-HSZ-BEREICH           PIC X(13).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==JOURNAL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==JOURNAL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==JOURNAL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==JOURNAL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==JOURNAL-STATUS==.

       COPY "druckq.cpy".
       COPY "laufstat.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-DRUCKSTEUERUNG.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3) WS-WORT(4)
                  WS-WORT(5) WS-WORT(6)
         END-UNSTRING.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 6.
         PERFORM A200-PRUEFE-PARAMETER.
         IF PARAMETER-FEHLERHAFT
             DISPLAY "DRUCKST: Aufruf: druckst [LISTE] [ALLE]"
             DISPLAY "         druckst ZUWEISEN JOB=n DRUCKER=name"
             DISPLAY "         druckst FREIGEBEN|GEDRUCKT|HISTORIE "
                 "JOB=n"
             DISPLAY "         druckst NEUSTART JOB=n VON=seite "
                 "[BIS=seite] [DRUCKER=name]"
             STOP RUN RETURNING 1
         END-IF.

         MOVE "druckst" TO DQ-PROGRAMM STAT-PROGRAMM.
         MOVE ZERO TO STAT-SAETZE-EIN STAT-SAETZE-AUS
             STAT-ABGEWIESEN.
         EVALUATE TRUE
             WHEN BEFEHL-LISTE
                 PERFORM B000-LISTE-WARTESCHLANGE
             WHEN BEFEHL-HISTORIE
                 PERFORM H000-ZEIGE-HISTORIE
             WHEN OTHER
                 PERFORM C000-FUEHRE-BEFEHL-AUS
         END-EVALUATE.
         MOVE 0 TO STAT-RC.
         CALL "statistik" USING STAT-BLOCK.
         STOP RUN.

       A100-WERTE-PARAMETER-AUS.
         EVALUATE TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = SPACES
                 CONTINUE
             WHEN WS-WORT(WS-WORT-INDEX) = "LISTE"
                 OR WS-WORT(WS-WORT-INDEX) = "ZUWEISEN"
                 OR WS-WORT(WS-WORT-INDEX) = "FREIGEBEN"
                 OR WS-WORT(WS-WORT-INDEX) = "GEDRUCKT"
                 OR WS-WORT(WS-WORT-INDEX) = "NEUSTART"
                 OR WS-WORT(WS-WORT-INDEX) = "HISTORIE"
                 MOVE WS-WORT(WS-WORT-INDEX) TO WS-BEFEHL
             WHEN WS-WORT(WS-WORT-INDEX) = "ALLE"
                 SET ALLE-FERTIGEN TO TRUE
             WHEN WS-WORT(WS-WORT-INDEX)(1:4) = "JOB="
                 MOVE WS-WORT(WS-WORT-INDEX)(5:10) TO WS-JOB-TEXT
             WHEN WS-WORT(WS-WORT-INDEX)(1:4) = "VON="
                 MOVE WS-WORT(WS-WORT-INDEX)(5:10) TO WS-VON-TEXT
             WHEN WS-WORT(WS-WORT-INDEX)(1:4) = "BIS="
                 MOVE WS-WORT(WS-WORT-INDEX)(5:10) TO WS-BIS-TEXT
             WHEN WS-WORT(WS-WORT-INDEX)(1:8) = "DRUCKER="
                 MOVE WS-WORT(WS-WORT-INDEX)(9:12) TO WS-DRUCKER
             WHEN OTHER
                 SET PARAMETER-FEHLERHAFT TO TRUE
         END-EVALUATE.

      * Je Befehl die Pflichtangaben; Zahlen muessen numerisch
      * sein.
       A200-PRUEFE-PARAMETER.
         IF WS-JOB-TEXT NOT = SPACES
             IF FUNCTION TRIM(WS-JOB-TEXT) IS NOT NUMERIC
                 SET PARAMETER-FEHLERHAFT TO TRUE
             ELSE
                 MOVE FUNCTION NUMVAL(WS-JOB-TEXT) TO DQ-JOB
             END-IF
         END-IF.
         MOVE ZERO TO DQ-VON DQ-BIS.
         IF WS-VON-TEXT NOT = SPACES
             IF FUNCTION TRIM(WS-VON-TEXT) IS NOT NUMERIC
                 SET PARAMETER-FEHLERHAFT TO TRUE
             ELSE
                 MOVE FUNCTION NUMVAL(WS-VON-TEXT) TO DQ-VON
             END-IF
         END-IF.
         IF WS-BIS-TEXT NOT = SPACES
             IF FUNCTION TRIM(WS-BIS-TEXT) IS NOT NUMERIC
                 SET PARAMETER-FEHLERHAFT TO TRUE
             ELSE
                 MOVE FUNCTION NUMVAL(WS-BIS-TEXT) TO DQ-BIS
             END-IF
         END-IF.
         IF BEFEHL-LISTE
             IF WS-JOB-TEXT NOT = SPACES OR WS-DRUCKER NOT = SPACES
                 OR WS-VON-TEXT NOT = SPACES
                 OR WS-BIS-TEXT NOT = SPACES
                 SET PARAMETER-FEHLERHAFT TO TRUE
             END-IF
             EXIT PARAGRAPH
         END-IF.
         IF WS-JOB-TEXT = SPACES OR ALLE-FERTIGEN
             SET PARAMETER-FEHLERHAFT TO TRUE
         END-IF.
         EVALUATE WS-BEFEHL
             WHEN "ZUWEISEN"
                 IF WS-DRUCKER = SPACES
                     OR WS-VON-TEXT NOT = SPACES
                     OR WS-BIS-TEXT NOT = SPACES
                     SET PARAMETER-FEHLERHAFT TO TRUE
                 END-IF
             WHEN "NEUSTART"
                 IF WS-VON-TEXT = SPACES
                     SET PARAMETER-FEHLERHAFT TO TRUE
                 END-IF
             WHEN OTHER
                 IF WS-DRUCKER NOT = SPACES
                     OR WS-VON-TEXT NOT = SPACES
                     OR WS-BIS-TEXT NOT = SPACES
                     SET PARAMETER-FEHLERHAFT TO TRUE
                 END-IF
         END-EVALUATE.

      * Warteschlange in drei Abschnitten: wartend, im Druck,
      * fertig.
       B000-LISTE-WARTESCHLANGE.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         COMPUTE WS-TAGESNUMMER = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-HEUTE)) - 6.
         MOVE FUNCTION DATE-OF-INTEGER(WS-TAGESNUMMER)
             TO WS-WOCHE-AB.
         MOVE "LADEN" TO DQ-FUNKTION.
         CALL "druckq" USING DQ-BLOCK.
         IF DQ-STATUS NOT = "00"
             DISPLAY "DRUCKST: Warteschlange DRUCKQ.DAT nicht "
                 "lesbar, Status " DQ-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE DQ-ANZAHL TO STAT-SAETZE-EIN.
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open DRUCKQ.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ZEIT-EINGABE.
         PERFORM G200-FORMATIERE-ZEIT.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "DRUCKST DRUCKWARTESCHLANGE AM " WS-ZEIT-ANZEIGE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         MOVE "WARTET" TO WS-ABSCHNITT.
         PERFORM B100-LISTE-ABSCHNITT.
         MOVE WS-ABSCHNITT-ZAEHLER TO WS-WARTET-ZAEHLER.
         MOVE "DRUCKT" TO WS-ABSCHNITT.
         PERFORM B100-LISTE-ABSCHNITT.
         MOVE WS-ABSCHNITT-ZAEHLER TO WS-DRUCKT-ZAEHLER.
         MOVE "FERTIG" TO WS-ABSCHNITT.
         PERFORM B100-LISTE-ABSCHNITT.
         MOVE WS-ABSCHNITT-ZAEHLER TO WS-FERTIG-ZAEHLER.

         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "WARTEND               : " TO WS-SUM-TEXT.
         MOVE WS-WARTET-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "IM DRUCK              : " TO WS-SUM-TEXT.
         MOVE WS-DRUCKT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "FERTIG (GEZEIGT)      : " TO WS-SUM-TEXT.
         MOVE WS-FERTIG-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         CLOSE BERICHT-DATEI.
         COMPUTE STAT-SAETZE-AUS = WS-WARTET-ZAEHLER
             + WS-DRUCKT-ZAEHLER + WS-FERTIG-ZAEHLER.

       B100-LISTE-ABSCHNITT.
         MOVE ZERO TO WS-ABSCHNITT-ZAEHLER.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         EVALUATE WS-ABSCHNITT
             WHEN "WARTET"
                 MOVE "WARTEND (noch nicht freigegeben)"
                     TO WS-BERICHTZEILE
             WHEN "DRUCKT"
                 MOVE "IM DRUCK (freigegeben oder neu gestartet)"
                     TO WS-BERICHTZEILE
             WHEN OTHER
                 IF ALLE-FERTIGEN
                     MOVE "FERTIG (alle)" TO WS-BERICHTZEILE
                 ELSE
                     MOVE "FERTIG (letzte sieben Tage)"
                         TO WS-BERICHTZEILE
                 END-IF
         END-EVALUATE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM B200-LISTE-AUFTRAG
             VARYING WS-AUFTRAGS-INDEX FROM 1 BY 1
             UNTIL WS-AUFTRAGS-INDEX > DQ-ANZAHL.
         IF WS-ABSCHNITT-ZAEHLER = ZERO
             MOVE "   (keine)" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       B200-LISTE-AUFTRAG.
         MOVE WS-AUFTRAGS-INDEX TO DQ-NUMMER.
         MOVE "EINTRAG" TO DQ-FUNKTION.
         CALL "druckq" USING DQ-BLOCK.
         IF DQ-STATUS NOT = "00"
             DISPLAY "DRUCKST: Warteschlange nicht lesbar, Status "
                 DQ-STATUS
             STOP RUN RETURNING 1
         END-IF.
         IF DQ-ZUSTAND NOT = WS-ABSCHNITT
             EXIT PARAGRAPH
         END-IF.
         IF DQ-FERTIG AND NOT ALLE-FERTIGEN
             AND DQ-GEAENDERT(1:8) < WS-WOCHE-AB
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-ABSCHNITT-ZAEHLER.
         MOVE DQ-JOB TO WS-AFZ-JOB.
         MOVE DQ-ART TO WS-AFZ-ART.
         IF DQ-KAMPAGNE > 1
             MOVE DQ-KAMPAGNE TO WS-AFZ-KAMPAGNE
         ELSE
             MOVE "   -" TO WS-AFZ-KAMPAGNE
         END-IF.
         MOVE DQ-SEITEN TO WS-AFZ-SEITEN.
         MOVE DQ-MATERIAL TO WS-AFZ-MATERIAL.
         IF DQ-DRUCKER = SPACES
             MOVE "-" TO WS-AFZ-DRUCKER
         ELSE
             MOVE DQ-DRUCKER TO WS-AFZ-DRUCKER
         END-IF.
         MOVE DQ-VON TO WS-VON-ZAHL.
         MOVE DQ-BIS TO WS-BIS-ZAHL.
         PERFORM G300-FORMATIERE-BEREICH.
         MOVE WS-BEREICH-ANZEIGE TO WS-AFZ-BEREICH.
         MOVE DQ-GEAENDERT TO WS-ZEIT-EINGABE.
         PERFORM G200-FORMATIERE-ZEIT.
         MOVE WS-ZEIT-ANZEIGE TO WS-AFZ-STAND.
         MOVE WS-AUFTRAGSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * ZUWEISEN, FREIGEBEN, GEDRUCKT und NEUSTART gehen direkt an
      * druckq; danach wird der neue Stand gezeigt.
       C000-FUEHRE-BEFEHL-AUS.
         MOVE WS-BEFEHL TO DQ-FUNKTION.
         MOVE WS-DRUCKER TO DQ-DRUCKER.
         CALL "druckq" USING DQ-BLOCK.
         MOVE 1 TO STAT-SAETZE-EIN.
         IF DQ-STATUS NOT = "00"
             PERFORM C100-MELDE-ABWEISUNG
             MOVE 1 TO STAT-ABGEWIESEN
             MOVE 1 TO STAT-RC
             CALL "statistik" USING STAT-BLOCK
             STOP RUN RETURNING 1
         END-IF.
         MOVE 1 TO STAT-SAETZE-AUS.
         MOVE DQ-JOB TO WS-ZAHL-ANZEIGE.
         DISPLAY "DRUCKST: Auftrag " FUNCTION TRIM(WS-ZAHL-ANZEIGE)
             " " FUNCTION TRIM(DQ-EREIGNIS) ", Zustand " DQ-ZUSTAND
             ", Drucker " FUNCTION TRIM(DQ-DRUCKER).
         IF DQ-FUNKTION = "NEUSTART"
             MOVE DQ-VON TO WS-ZAHL-ANZEIGE
             MOVE DQ-BIS TO WS-BIS-ANZEIGE
             DISPLAY "DRUCKST: Seiten " FUNCTION TRIM(WS-ZAHL-ANZEIGE)
                 " bis " FUNCTION TRIM(WS-BIS-ANZEIGE)
                 " stehen in NEUDRUCK.DAT"
         END-IF.

      * Bei 92 und 95 wird der Stand des Auftrags nachgeladen,
      * damit die Meldung Zustand und Seitenzahl nennen kann.
       C100-MELDE-ABWEISUNG.
         IF DQ-STATUS = "92" OR DQ-STATUS = "95"
             MOVE DQ-STATUS TO WS-ABWEISUNG
             MOVE "HOLEN" TO DQ-FUNKTION
             CALL "druckq" USING DQ-BLOCK
             MOVE WS-ABWEISUNG TO DQ-STATUS
         END-IF.
         MOVE DQ-SEITEN TO WS-ZAHL-ANZEIGE.
         EVALUATE DQ-STATUS
             WHEN "91"
                 DISPLAY "DRUCKST: Auftrag " FUNCTION TRIM(WS-JOB-TEXT)
                     " unbekannt"
             WHEN "92"
                 DISPLAY "DRUCKST: " FUNCTION TRIM(WS-BEFEHL)
                     " im Zustand " DQ-ZUSTAND " nicht moeglich"
                     " (Drucker: " FUNCTION TRIM(DQ-DRUCKER) ")"
             WHEN "93"
                 DISPLAY "DRUCKST: Drucker " FUNCTION TRIM(WS-DRUCKER)
                     " steht nicht in DRUCKER.TAB"
             WHEN "94"
                 DISPLAY "DRUCKST: Drucker " FUNCTION TRIM(WS-DRUCKER)
                     " fuehrt das Material des Auftrags nicht"
             WHEN "95"
                 DISPLAY "DRUCKST: Seitenbereich ungueltig (Auftrag "
                     "hat " FUNCTION TRIM(WS-ZAHL-ANZEIGE) " Seiten)"
             WHEN "96"
                 DISPLAY "DRUCKST: Druckertabelle DRUCKER.TAB fehlt"
             WHEN OTHER
                 DISPLAY "DRUCKST: Warteschlange nicht verfuegbar, "
                     "Status " DQ-STATUS
         END-EVALUATE.

      * Alle Journalzeilen eines Auftrags in zeitlicher Folge.
       H000-ZEIGE-HISTORIE.
         MOVE "HOLEN" TO DQ-FUNKTION.
         CALL "druckq" USING DQ-BLOCK.
         IF DQ-STATUS NOT = "00"
             PERFORM C100-MELDE-ABWEISUNG
             STOP RUN RETURNING 1
         END-IF.
         MOVE DQ-JOB TO WS-ZAHL-ANZEIGE.
         DISPLAY "DRUCKST: Auftrag " FUNCTION TRIM(WS-ZAHL-ANZEIGE)
             " " FUNCTION TRIM(DQ-ART) " aus "
             FUNCTION TRIM(DQ-DATEI) ", Spool " DQ-SPOOL.
         MOVE DQ-SEITEN TO WS-ZAHL-ANZEIGE.
         DISPLAY "DRUCKST: " FUNCTION TRIM(WS-ZAHL-ANZEIGE)
             " Seiten " FUNCTION TRIM(DQ-MATERIAL)
             ", Zustand " DQ-ZUSTAND.
         OPEN INPUT JOURNAL-DATEI.
         IF NOT JOURNAL-STATUS-OK
             DISPLAY "Sorry, unable to open DRUCKQ.DAT, status "
                 JOURNAL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM H100-LIES-JOURNAL.
         PERFORM H200-ZEIGE-JOURNALZEILE
             UNTIL ENDE-DES-JOURNALS.
         CLOSE JOURNAL-DATEI.
         MOVE 1 TO STAT-SAETZE-EIN.
         MOVE WS-HISTORIE-ZAEHLER TO STAT-SAETZE-AUS.

       H100-LIES-JOURNAL.
         READ JOURNAL-DATEI
             AT END SET ENDE-DES-JOURNALS TO TRUE.

       H200-ZEIGE-JOURNALZEILE.
         MOVE SPACES TO WS-FELD-JOB WS-FELD-ZEIT WS-FELD-EREIGNIS
             WS-FELD-ART WS-FELD-KAMPAGNE WS-FELD-SEITEN
             WS-FELD-MATERIAL WS-FELD-DRUCKER WS-FELD-VON
             WS-FELD-BIS.
         UNSTRING JOURNAL-SATZ DELIMITED BY ";"
             INTO WS-FELD-JOB WS-FELD-ZEIT WS-FELD-EREIGNIS
                  WS-FELD-ART WS-FELD-KAMPAGNE WS-FELD-SEITEN
                  WS-FELD-MATERIAL WS-FELD-DRUCKER WS-FELD-VON
                  WS-FELD-BIS
         END-UNSTRING.
         IF WS-FELD-JOB IS NUMERIC
             AND WS-FELD-VON IS NUMERIC
             AND WS-FELD-BIS IS NUMERIC
             AND WS-FELD-JOB = DQ-JOB
             ADD 1 TO WS-HISTORIE-ZAEHLER
             MOVE WS-FELD-ZEIT TO WS-ZEIT-EINGABE
             PERFORM G200-FORMATIERE-ZEIT
             MOVE WS-ZEIT-ANZEIGE TO WS-HSZ-ZEIT
             MOVE WS-FELD-EREIGNIS TO WS-HSZ-EREIGNIS
             MOVE WS-FELD-DRUCKER TO WS-HSZ-DRUCKER
             MOVE WS-FELD-VON TO WS-VON-ZAHL
             MOVE WS-FELD-BIS TO WS-BIS-ZAHL
             PERFORM G300-FORMATIERE-BEREICH
             MOVE WS-BEREICH-ANZEIGE TO WS-HSZ-BEREICH
             DISPLAY FUNCTION TRIM(WS-HISTORIENZEILE TRAILING)
         END-IF.
         PERFORM H100-LIES-JOURNAL.

       G000-SCHREIBE-BERICHTZEILE.
         DISPLAY FUNCTION TRIM(WS-BERICHTZEILE TRAILING).
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing DRUCKQ.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G200-FORMATIERE-ZEIT.
         MOVE SPACES TO WS-ZEIT-ANZEIGE.
         STRING WS-ZEIT-EINGABE(7:2) "."
             WS-ZEIT-EINGABE(5:2) "."
             WS-ZEIT-EINGABE(1:4) " "
             WS-ZEIT-EINGABE(9:2) ":"
             WS-ZEIT-EINGABE(11:2)
             DELIMITED BY SIZE INTO WS-ZEIT-ANZEIGE.

      * Seitenbereich als "von-bis"; leer, solange der Auftrag
      * noch nicht freigegeben wurde.
       G300-FORMATIERE-BEREICH.
         MOVE SPACES TO WS-BEREICH-ANZEIGE.
         IF WS-VON-ZAHL = ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-VON-ZAHL TO WS-ZAHL-ANZEIGE.
         MOVE WS-BIS-ZAHL TO WS-BIS-ANZEIGE.
         STRING FUNCTION TRIM(WS-ZAHL-ANZEIGE) "-"
             FUNCTION TRIM(WS-BIS-ANZEIGE)
             DELIMITED BY SIZE INTO WS-BEREICH-ANZEIGE.

       END PROGRAM druckst.

      * vim:ai sw=4 sts=4 expandtab
