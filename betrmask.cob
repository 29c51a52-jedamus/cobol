      *   B  BATCHJOB.DEF    (NR;NAME;MAXRC;ART;BEDINGUNG;FREQ;
      *                       PHASE;MAXZEIT;KOMMANDO sowie
      *                       NOTIFY;- und DEADLINE;-Zeilen)
      *   P  Kennwort eines Benutzers setzen (BENUTZER.TAB)
      *   X  Programm beenden
      * mit Feldpruefung bei jeder Uebernahme (Datumsformate,
      * Verschiebungen 0-25 und 0-9, Schwere F/E/W/I,
      * dem Zurueckschreiben wird der alte Stand als <datei>.BAK
      * gesichert, damit ein missglueckter Stand mit einem
      * Handgriff zurueckgeholt werden kann.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Anmeldung und Rollen (CALL "zugang", siehe zugang.cpy):
      *     die Sitzung beginnt mit der Anmeldemaske (drei
      *     Versuche); S verlangt die Rolle S, K/M/B die Rolle B.
      *     Jedes Speichern geht ins Zugriffsprotokoll ZUGANG.LOG.
      *     Scheitert das Zurueckschreiben, bleibt die Fehlermeldung
      *     stehen, statt von "GESPEICHERT" ueberschrieben zu werden.
      *   - Versionen (CALL "version", siehe version.cpy): vor dem
      *     Speichern fragt die Pflege nach einem Aenderungskommentar;
      *     ein am Texteditor geaenderter Vorstand wird zuerst als
      *     eigene Version festgehalten, der gespeicherte Stand dann
      *     als neue Version mit Benutzer und Kommentar. Auskunft,
      *     Vergleich und Ruecknahme: versausk.
      *   - Die Zeilenregeln stehen jetzt im Unterprogramm steuerpr,
      *     damit die Ruecknahme in versausk dieselben verwendet.
      *   - Auswahl P setzt das Erstkennwort eines gesperrten
      *     Kontos oder setzt ein Kennwort zurueck (zugang, Funktion
      *     KENNWORT; nur mit der Rolle S oder B).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. betrmask.
          88 BLAETTERN-BEENDET                    VALUE "J".

       01 WS-DATEI-NAME               PIC X(20)   VALUE SPACES.
      *    bestimmt auch die Pruefregeln je Zeile (steuerpr).

       01 WS-EINGABE-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-EINGABE                     VALUE "J".
       01 WS-PRUEF-ZEILE              PIC X(160).
       01 WS-FEHLER-ZEILE             PIC 9(03)   VALUE ZERO.

       01 WS-KOMMENTAR                PIC X(60)   VALUE SPACES.
       01 WS-SYSTEMKOMMANDO           PIC X(80).
       01 WS-KOMMANDO-RC              PIC S9(09)  COMP.

       01 WS-ANM-BENUTZER             PIC X(08)   VALUE SPACES.
       01 WS-ANM-KENNWORT             PIC X(20)   VALUE SPACES.
       01 WS-ANM-VERSUCHE             PIC 9(01)   VALUE ZERO.
       01 WS-BERECHTIGT-SCHALTER      PIC X(01)   VALUE "N".
          88 AUSWAHL-BERECHTIGT                   VALUE "J".
       01 WS-KW-BENUTZER              PIC X(08)   VALUE SPACES.
       01 WS-KW-KENNWORT              PIC X(20)   VALUE SPACES.
       01 WS-KW-WIEDERHOLUNG          PIC X(20)   VALUE SPACES.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==PFLEGE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==PFLEGE-STATUS-2==
                     ==PREFIX-STATUS-ENDE== BY ==PFLEGE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PFLEGE-STATUS==.

       COPY "zugang.cpy".
       COPY "steuerpr.cpy".
       COPY "version.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.
       01 MASKE-ANMELDUNG.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 10 VALUE "BETRMASK - ANMELDUNG".
          05 LINE 4 COLUMN 5 VALUE "BENUTZER      : ".
          05 LINE 4 COLUMN 22 PIC X(08) USING WS-ANM-BENUTZER.
          05 LINE 5 COLUMN 5 VALUE "KENNWORT      : ".
          05 LINE 5 COLUMN 22 PIC X(20) USING WS-ANM-KENNWORT
             SECURE.
          05 LINE 7 COLUMN 5 PIC X(70) FROM WS-MELDUNG.

       01 MASKE-HAUPTMENUE.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 10 VALUE
          05 LINE 5 COLUMN 10 VALUE "K  KALENDER.DAT".
          05 LINE 6 COLUMN 10 VALUE "M  MELDUNGEN.KAT".
          05 LINE 7 COLUMN 10 VALUE "B  BATCHJOB.DEF".
          05 LINE 8 COLUMN 10 VALUE "P  KENNWORT SETZEN".
          05 LINE 9 COLUMN 10 VALUE "X  BEENDEN".
          05 LINE 11 COLUMN 10 VALUE "AUSWAHL: ".
          05 LINE 11 COLUMN 20 PIC X(01) USING WS-AUSWAHL.
          05 LINE 13 COLUMN 5 PIC X(70) FROM WS-MELDUNG.
          05 LINE 15 COLUMN 10 VALUE "ANGEMELDET: ".
          05 LINE 15 COLUMN 22 PIC X(08) FROM WS-ANM-BENUTZER.

       01 MASKE-KENNWORT.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 10 VALUE "BETRMASK - KENNWORT SETZEN".
          05 LINE 4 COLUMN 5 VALUE "BENUTZER      : ".
          05 LINE 4 COLUMN 22 PIC X(08) USING WS-KW-BENUTZER.
          05 LINE 5 COLUMN 5 VALUE "NEUES KENNWORT: ".
          05 LINE 5 COLUMN 22 PIC X(20) USING WS-KW-KENNWORT
             SECURE.
          05 LINE 6 COLUMN 5 VALUE "WIEDERHOLUNG  : ".
          05 LINE 6 COLUMN 22 PIC X(20) USING WS-KW-WIEDERHOLUNG
             SECURE.
          05 LINE 8 COLUMN 5 PIC X(70) FROM WS-MELDUNG.

       01 MASKE-ZEILE.
          05 BLANK SCREEN.
          05 LINE 10 COLUMN 54 PIC X(01) USING WS-ANTWORT.
          05 LINE 12 COLUMN 5 PIC X(70) FROM WS-MELDUNG.

       01 MASKE-KOMMENTAR.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 5 VALUE "BETRMASK - ".
          05 LINE 2 COLUMN 16 PIC X(20) FROM WS-DATEI-NAME.
          05 LINE 4 COLUMN 5 VALUE
             "AENDERUNGSKOMMENTAR FUER DIE NEUE VERSION:".
          05 LINE 5 COLUMN 5 PIC X(60) USING WS-KOMMENTAR.
          05 LINE 7 COLUMN 5 PIC X(70) FROM WS-MELDUNG.

      *
       PROCEDURE DIVISION.
       A000-PFLEGE-DIALOG.
         PERFORM S800-MELDE-AN.
         PERFORM B000-ZEIGE-HAUPTMENUE
             UNTIL PFLEGE-BEENDET.
         MOVE "ABMELDEN" TO ZUG-FUNKTION.
         CALL "zugang" USING ZUG-BLOCK.
         STOP RUN.

      * Anmeldung: drei Versuche, dann endet das Programm. Die
      * Pruefung und das Protokoll uebernimmt zugang.
       S800-MELDE-AN.
         MOVE ZERO TO WS-ANM-VERSUCHE.
         MOVE SPACES TO WS-MELDUNG.
         MOVE "81" TO ZUG-STATUS.
         PERFORM S810-FRAGE-ANMELDUNG
             UNTIL ZUG-STATUS = "00"
             OR WS-ANM-VERSUCHE NOT LESS 3.
         IF ZUG-STATUS NOT = "00"
             DISPLAY "BETRMASK: Anmeldung gescheitert (Status "
                 ZUG-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         MOVE ZUG-BENUTZER TO WS-ANM-BENUTZER.
         MOVE SPACES TO WS-MELDUNG.

       S810-FRAGE-ANMELDUNG.
         ADD 1 TO WS-ANM-VERSUCHE.
         MOVE SPACES TO WS-ANM-KENNWORT.
         DISPLAY MASKE-ANMELDUNG.
         ACCEPT MASKE-ANMELDUNG.
         MOVE "ANMELDEN" TO ZUG-FUNKTION.
         MOVE "betrmask" TO ZUG-PROGRAMM.
         MOVE WS-ANM-BENUTZER TO ZUG-BENUTZER.
         MOVE WS-ANM-KENNWORT TO ZUG-KENNWORT.
         MOVE SPACES TO WS-ANM-KENNWORT.
         CALL "zugang" USING ZUG-BLOCK.
         EVALUATE ZUG-STATUS
             WHEN "00"
                 CONTINUE
             WHEN "81"
                 MOVE "BENUTZER ODER KENNWORT FALSCH" TO WS-MELDUNG
             WHEN OTHER
                 MOVE 3 TO WS-ANM-VERSUCHE
         END-EVALUATE.

       B000-ZEIGE-HAUPTMENUE.
         MOVE SPACE TO WS-AUSWAHL.
         DISPLAY MASKE-HAUPTMENUE.
         MOVE SPACES TO WS-MELDUNG.
         EVALUATE WS-AUSWAHL
             WHEN "S" WHEN "s"
                 MOVE "S" TO ZUG-ROLLE
                 MOVE "S" TO ZUG-AUSWAHL
                 PERFORM Z800-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     MOVE "SCHLUESSEL.DAT" TO WS-DATEI-NAME
                     PERFORM P000-PFLEGE-DATEI
                 END-IF
             WHEN "K" WHEN "k"
                 MOVE "B" TO ZUG-ROLLE
                 MOVE "K" TO ZUG-AUSWAHL
                 PERFORM Z800-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     MOVE "KALENDER.DAT" TO WS-DATEI-NAME
                     PERFORM P000-PFLEGE-DATEI
                 END-IF
             WHEN "M" WHEN "m"
                 MOVE "B" TO ZUG-ROLLE
                 MOVE "M" TO ZUG-AUSWAHL
                 PERFORM Z800-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     MOVE "MELDUNGEN.KAT" TO WS-DATEI-NAME
                     PERFORM P000-PFLEGE-DATEI
                 END-IF
             WHEN "B" WHEN "b"
                 MOVE "B" TO ZUG-ROLLE
                 MOVE "B" TO ZUG-AUSWAHL
                 PERFORM Z800-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     MOVE "BATCHJOB.DEF" TO WS-DATEI-NAME
                     PERFORM P000-PFLEGE-DATEI
                 END-IF
             WHEN "P" WHEN "p"
                 MOVE "P" TO ZUG-AUSWAHL
                 PERFORM K000-SETZE-KENNWORT
             WHEN "X" WHEN "x"
                 SET PFLEGE-BEENDET TO TRUE
             WHEN OTHER
         IF DATEI-GEAENDERT
             PERFORM V000-PRUEFE-GANZE-DATEI
             IF DATEI-GUELTIG
                 MOVE SPACES TO WS-MELDUNG
                 PERFORM P250-FRAGE-KOMMENTAR
                 PERFORM P260-SICHERE-VORSTAND
                 IF WS-MELDUNG = SPACES
                     PERFORM P300-SCHREIBE-DATEI
                 END-IF
                 IF WS-MELDUNG = SPACES
                     PERFORM P270-LEGE-VERSION-AN
                 END-IF
                 IF WS-MELDUNG = SPACES
                     STRING FUNCTION TRIM(WS-DATEI-NAME)
                         " GESPEICHERT ALS VERSION " VER-NUMMER
                         ", ALTER STAND IN .BAK"
                         DELIMITED BY SIZE INTO WS-MELDUNG
                     PERFORM Z700-PROTOKOLLIERE-AENDERUNG
                 END-IF
             ELSE
                 MOVE SPACES TO WS-MELDUNG
                 STRING "NICHT GESPEICHERT - ZEILE "
         MOVE WS-ZEILE(WS-SCHIEBE-INDEX + 1)
             TO WS-ZEILE(WS-SCHIEBE-INDEX).

      * Kommentar zur Aenderung; er steht mit Benutzer und
      * Zeitpunkt im Versionskatalog VERSIONEN.DAT.
       P250-FRAGE-KOMMENTAR.
         MOVE SPACES TO WS-KOMMENTAR.
         DISPLAY MASKE-KOMMENTAR.
         ACCEPT MASKE-KOMMENTAR.

      * Ein am Texteditor geaenderter Vorstand wird vor dem
      * Ueberschreiben noch als eigene Version (Benutzer EXTERN)
      * festgehalten; ohne Versionierung wird nicht gespeichert.
       P260-SICHERE-VORSTAND.
         MOVE "SICHERN" TO VER-FUNKTION.
         MOVE WS-DATEI-NAME TO VER-DATEI.
         MOVE SPACES TO VER-BENUTZER.
         MOVE "STAND VOR DER PFLEGE IN BETRMASK" TO VER-KOMMENTAR.
         CALL "version" USING VER-BLOCK.
         IF VER-STATUS NOT = "00"
             STRING "NICHT GESPEICHERT - VORSTAND NICHT "
                 "VERSIONIERBAR (STATUS " VER-STATUS ")"
                 DELIMITED BY SIZE INTO WS-MELDUNG
         END-IF.

       P270-LEGE-VERSION-AN.
         MOVE "SICHERN" TO VER-FUNKTION.
         MOVE WS-DATEI-NAME TO VER-DATEI.
         MOVE WS-ANM-BENUTZER TO VER-BENUTZER.
         MOVE WS-KOMMENTAR TO VER-KOMMENTAR.
         CALL "version" USING VER-BLOCK.
         IF VER-STATUS NOT = "00"
             STRING "GESPEICHERT, ABER KEINE VERSION ANGELEGT "
                 "(STATUS " VER-STATUS ")"
                 DELIMITED BY SIZE INTO WS-MELDUNG
         END-IF.

      * Zurueckschreiben: alter Stand nach .BAK, dann die Tabelle
      * in die Datei.
       P300-SCHREIBE-DATEI.
         MOVE WS-ZEILE(WS-ZEILEN-INDEX) TO PFLEGE-SATZ.
         WRITE PFLEGE-SATZ.

      * Erstkennwort oder Zuruecksetzen fuer einen Benutzer aus
      * BENUTZER.TAB; ob die Sitzung das darf (Rolle S oder B),
      * entscheidet und protokolliert zugang.
       K000-SETZE-KENNWORT.
         MOVE SPACES TO WS-KW-BENUTZER WS-KW-KENNWORT
             WS-KW-WIEDERHOLUNG.
         DISPLAY MASKE-KENNWORT.
         ACCEPT MASKE-KENNWORT.
         IF WS-KW-KENNWORT NOT = WS-KW-WIEDERHOLUNG
             MOVE SPACES TO WS-KW-KENNWORT WS-KW-WIEDERHOLUNG
             MOVE "KENNWORT UND WIEDERHOLUNG VERSCHIEDEN"
                 TO WS-MELDUNG
             EXIT PARAGRAPH
         END-IF.
         MOVE "KENNWORT" TO ZUG-FUNKTION.
         MOVE WS-KW-BENUTZER TO ZUG-BENUTZER.
         MOVE WS-KW-KENNWORT TO ZUG-KENNWORT.
         MOVE SPACES TO WS-KW-KENNWORT WS-KW-WIEDERHOLUNG.
         CALL "zugang" USING ZUG-BLOCK.
         EVALUATE ZUG-STATUS
             WHEN "00"
                 STRING "KENNWORT FUER " DELIMITED BY SIZE
                     ZUG-BENUTZER DELIMITED BY SPACE
                     " GESETZT" DELIMITED BY SIZE
                     INTO WS-MELDUNG
             WHEN "81"
                 MOVE "BENUTZER UNBEKANNT ODER KENNWORT LEER"
                     TO WS-MELDUNG
             WHEN "82"
                 MOVE "KEINE BERECHTIGUNG FUER DIESE AUSWAHL"
                     TO WS-MELDUNG
             WHEN OTHER
                 STRING "BENUTZER.TAB NICHT GESCHRIEBEN (STATUS "
                     ZUG-STATUS ")"
                     DELIMITED BY SIZE INTO WS-MELDUNG
         END-EVALUATE.

      * Rollenpruefung der Menueauswahl (ZUG-ROLLE und
      * ZUG-AUSWAHL vom Aufrufer); eine Verweigerung
      * protokolliert zugang.
       Z800-PRUEFE-BERECHTIGUNG.
         MOVE "PRUEFEN" TO ZUG-FUNKTION.
         CALL "zugang" USING ZUG-BLOCK.
         IF ZUG-STATUS = "00"
             SET AUSWAHL-BERECHTIGT TO TRUE
         ELSE
             MOVE "N" TO WS-BERECHTIGT-SCHALTER
             MOVE "KEINE BERECHTIGUNG FUER DIESE AUSWAHL"
                 TO WS-MELDUNG
         END-IF.

      * Gespeicherte Datei ins Zugriffsprotokoll.
       Z700-PROTOKOLLIERE-AENDERUNG.
         MOVE WS-ZEILEN-ANZAHL TO WS-ZEILE-NUMMER.
         MOVE SPACES TO ZUG-TEXT.
         STRING FUNCTION TRIM(WS-DATEI-NAME) " GESPEICHERT, "
             WS-ZEILE-NUMMER " ZEILEN, VERSION " VER-NUMMER
             DELIMITED BY SIZE INTO ZUG-TEXT.
         MOVE "AENDERUNG" TO ZUG-FUNKTION.
         CALL "zugang" USING ZUG-BLOCK.
         IF ZUG-STATUS NOT = "00"
             MOVE "ZUGRIFFSPROTOKOLL ZUGANG.LOG NICHT BESCHREIBBAR"
                 TO WS-MELDUNG
         END-IF.

      * Syntaxpruefung der ganzen Datei vor dem Speichern: die
      * erste fehlerhafte Zeile haelt das Speichern an.
       V000-PRUEFE-GANZE-DATEI.
         END-IF.

      * Prueft WS-PRUEF-ZEILE nach den Regeln der gewaehlten
      * Datei (steuerpr); eine abgewiesene Zeile hinterlaesst den
      * Grund in WS-MELDUNG.
       V100-PRUEFE-ZEILE.
         MOVE WS-DATEI-NAME TO STP-DATEI.
         MOVE WS-PRUEF-ZEILE TO STP-ZEILE.
         CALL "steuerpr" USING STP-BLOCK.
         IF STP-STATUS = "00"
             MOVE "J" TO WS-ZEILE-GUELTIG-SCHALTER
         ELSE
             MOVE "N" TO WS-ZEILE-GUELTIG-SCHALTER
             MOVE STP-MELDUNG TO WS-MELDUNG
         END-IF.

       END PROGRAM betrmask.
