      *     loest sie an jedem Laufende wieder; adrmaske
      *     schaltet bei gesetzter Laufsperre auf Nur-Lesen,
      *     statt dem Neuaufbau der IDX in die Quere zu kommen.
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Schritttabelle und Durchschnittsdauern von 30 auf 40
      *     Schritte erweitert (BATCHJOB.DEF hatte die 30 erreicht).
      *   - Jeder Lauf haelt fest, mit welcher Version von
      *     BATCHJOB.DEF und SCHLUESSEL.DAT er startet (CALL
      *     "version", siehe version.cpy; Protokoll BATCHVER.LOG).
      *   - Laufkennung und Schrittname werden jedem Schritt als
      *     BATCHLAUF und BATCHSCHRITT in die Umgebung gelegt; das
      *     Herkunftsprotokoll (herkunft.cpy) vermerkt sie zu jeder
      *     Ausgabe.
      *   - Am Ende des Gesamtlaufs steht jetzt eine Abschlusszeile
      *     in BATCHLAUF.HIS (Schritt LAUFENDE, Endezeitpunkt,
      *     ERFOLGREICH/ABGEBROCHEN/OPERATOR-ABBRUCH, Gesamtdauer);
      *     der Uebergabebericht uebergabe prueft daran die Deadline.
      *   - Mehrere benannte Job-Stroeme: mit STROM=<name> (bis zu
      *     sieben Zeichen, an beliebiger Stelle der Kommandozeile)
      *     faehrt batchctl den Strom <name> mit eigener
      *     Jobdefinition BATCHJOB.<name>.DEF (samt DEADLINE und
      *     NOTIFY), eigenem Checkpoint BATCHCTL.<name>.CKP, eigener
      *     Kommandodatei BATCHCTL.<name>.CMD und eigenen
      *     Rueckgabedateien BATCHCTL.<name>.RC/PID.<nr>. Ohne
      *     STROM= (oder mit STROM=STANDARD) laeuft wie bisher
      *     BATCHJOB.DEF auf den alten Dateinamen. Jeder Strom ist
      *     ein eigener Prozess; der Fehlschlag eines Stroms haelt
      *     die anderen nicht mehr an. Die Historienzeilen eines
      *     benannten Stroms tragen den Stromnamen als siebtes Feld
      *     (laufhist zeigt die Stroeme getrennt), die Vorschau und
      *     die Statusanzeige nennen den Strom.
      *   - Stromuebergreifende Bedingung <strom>/<schritt>: der
      *     Schritt wartet, bis der genannte Schritt im anderen
      *     Strom erfolgreich (RC innerhalb seines dortigen MAXRC)
      *     beendet ist - laut BATCHLAUF.HIS, aus Laeufen, die
      *     hoechstens zwoelf Stunden vor diesem begannen. Endet
      *     jener Strom erfolgreich ohne den Schritt, wird
      *     uebersprungen (UEBERSPRUNGEN-BED); mit DEADLINE endet
      *     das Warten dort mit Alarm.
      *   - HOLD/FREI in BATCHCTL.<name>.CMD halten einen ganzen
      *     Strom an bzw. geben ihn frei, auch waehrend ein Schritt
      *     auf einen anderen Strom wartet.
      *   - Die Laufsperre BATCH.SPR loest erst der letzte laufende
      *     Strom (Strommarken BATCHCTL*.AKT).
      *   - Stromuebergreifende Bedingung: hat der andere Strom den
      *     Schritt laut BATCHLAUF.HIS uebersprungen (Kalender,
      *     Bedingung, Operator), gilt sie sofort als nicht
      *     erfuellt; bisher wurde bis zum Ende jenes Stroms
      *     gewartet, was sich mit einer Gegenbedingung bis zur
      *     DEADLINE festfuhr.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. batchctl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BATCHCKP, JOBDEF und BATCHCMD sind logische Dateinamen; sie
      * werden beim Start je Strom per SET ENVIRONMENT abgebildet
      * (ohne Strom wie bisher auf BATCHCTL.CKP, BATCHJOB.DEF und
      * BATCHCTL.CMD, sonst auf BATCHCTL.<strom>.CKP,
      * BATCHJOB.<strom>.DEF und BATCHCTL.<strom>.CMD).
           SELECT CHECKPOINT-DATEI
           ASSIGN TO "BATCHCKP"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-CKP-STATUS.

           SELECT JOBDEF-DATEI
           ASSIGN TO "JOBDEF"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-DEF-STATUS.

           STATUS IS WS-KAL-STATUS.

      * RCDATEI ist ein logischer Dateiname; er wird vor dem OPEN
      * per SET ENVIRONMENT auf BATCHCTL.RC.<nr> (im Strom
      * BATCHCTL.<strom>.RC.<nr>) des jeweiligen Schritts
      * abgebildet.
           SELECT RUECKGABE-DATEI
           ASSIGN TO "RCDATEI"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-RCD-STATUS.

           SELECT VERSLOG-DATEI
           ASSIGN TO "BATCHVER.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-VLG-STATUS.

           SELECT KOMMANDO-DATEI
           ASSIGN TO "BATCHCMD"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-CMD-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-FEED-STATUS.

      * FREMDDEF ist ein logischer Dateiname; er wird vor dem OPEN
      * per SET ENVIRONMENT auf die Jobdefinition des Stroms
      * abgebildet, auf den eine stromuebergreifende Bedingung
      * zeigt.
           SELECT FREMDDEF-DATEI
           ASSIGN TO "FREMDDEF"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-FDF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECKPOINT-DATEI.
       FD KOMMANDO-DATEI.
           01 KOMMANDO-SATZ            PIC X(40).

       FD VERSLOG-DATEI.
           01 VERSLOG-SATZ             PIC X(100).

       FD FEED-DATEI.
           01 FEED-SATZ                PIC X(80).

       FD FREMDDEF-DATEI.
           01 FREMDDEF-SATZ            PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-SCHRITTNAME              PIC X(20).
       01 WS-SCHRITTKOMMANDO          PIC X(100).
       01 WS-DEF-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 ENDE-DER-DEFINITION                  VALUE "J".
       01 WS-SCHRITT-TABELLE.
          05 WS-SCHRITT-EINTRAG       OCCURS 40 TIMES.
             10 DEF-NR                PIC 9(02).
             10 DEF-NAME              PIC X(20).
             10 DEF-KOMMANDO          PIC X(100).
             10 DEF-BED-SCHRITT       PIC X(20).
             10 DEF-BED-OP            PIC X(01).
             10 DEF-BED-RC            PIC 9(03).
             10 DEF-BED-STROM         PIC X(08).
             10 DEF-BED-MAXRC         PIC 9(03).
             10 DEF-GELAUFEN-SCHALTER PIC X(01).
             10 DEF-IST-RC            PIC S9(04) COMP.
             10 DEF-ZUSTAND           PIC X(17).
             10 DEF-GESTARTET-SCHALTER PIC X(01).
             10 DEF-START-SEK         PIC 9(05) COMP.
       01 WS-SCHRITT-ANZAHL           PIC 9(02)   COMP VALUE ZERO.
       01 WS-SCHRITT-MAXIMUM          PIC 9(02)   COMP VALUE 40.
       01 WS-SCHRITT-INDEX            PIC 9(02)   COMP VALUE ZERO.
       01 WS-RETTUNG-INDEX            PIC 9(02)   COMP VALUE ZERO.
       01 WS-BED-SUCH-INDEX           PIC 9(02)   COMP VALUE ZERO.
       01 WS-KOMMANDOZEILE            PIC X(80).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-ARG-1                    PIC X(20)   VALUE SPACES.
       01 WS-ARG-2                    PIC X(20)   VALUE SPACES.
       01 WS-ARG-3                    PIC X(20)   VALUE SPACES.
       01 WS-PLAN-GRUND               PIC X(40).
       01 WS-PLANZEILE.
          05 WS-PLN-NR                PIC 9(02).
      * unveraendert, wenn die Kalenderzeile weniger Felder hat.
       COPY "meldung.cpy".
       COPY "sperre.cpy".
       COPY "version.cpy".
      * Versionen der Steuerdateien, mit denen der Lauf startet.
       01 WS-VLG-STATUS               PIC XX.
       01 WS-VLG-ZEILE                PIC X(100)  VALUE SPACES.
       01 WS-VER-JOBDEF               PIC X(04)   VALUE SPACES.
       01 WS-VER-SCHLUESSEL           PIC X(04)   VALUE SPACES.
       01 WS-KAL-ART                  PIC X(10)   VALUE SPACES.
       01 WS-KAL-DATUM                PIC X(08)   VALUE SPACES.
       01 WS-FREQ-LINKS               PIC X(14)   VALUE SPACES.
       01 WS-OFFEN-ZAEHLER            PIC 9(02)   COMP VALUE ZERO.
       01 WS-GRUPPE-FEHLER-SCHALTER   PIC X(01)   VALUE "N".
          88 GRUPPE-FEHLGESCHLAGEN                VALUE "J".
       01 WS-STARTKOMMANDO            PIC X(300).
       01 WS-WARTEKOMMANDO            PIC X(20)   VALUE "sleep 1".
       01 WS-LOESCHKOMMANDO           PIC X(60).
       01 WS-NR-ANZEIGE               PIC 9(02).
       01 WS-HIST-SUCH-INDEX          PIC 9(02)   COMP VALUE ZERO.
      * Durchschnittsdauern je Schrittname aus BATCHLAUF.HIS.
       01 WS-SCHNITT-TABELLE.
          05 WS-SCHNITT-EINTRAG       OCCURS 40 TIMES.
             10 SNT-NAME              PIC X(20).
             10 SNT-SUMME             PIC 9(09) COMP.
             10 SNT-PROBEN            PIC 9(05) COMP.
       01 WS-HF-KOMMANDO              PIC X(100)  VALUE SPACES.
       01 WS-HF-ERGEBNIS              PIC X(20)   VALUE SPACES.
       01 WS-HF-DAUER                 PIC X(08)   VALUE SPACES.
       01 WS-HF-RESTART               PIC X(01)   VALUE SPACES.
       01 WS-HF-STROM                 PIC X(08)   VALUE SPACES.
       01 WS-HIS-ENDE-SCHALTER        PIC X(01)   VALUE "N".

      * Ankunftsschritte (ART WARTEN).
       01 WS-HIS-RC-ANZEIGE           PIC 9(04).
       01 WS-HIS-ZEILE                PIC X(200).

      * Job-Stroeme: jeder Strom ist ein eigener batchctl-Lauf mit
      * eigener Jobdefinition, eigenem Checkpoint, eigener
      * Kommandodatei und eigenen Rueckgabedateien. Ohne STROM=
      * laeuft der Standardstrom STANDARD auf den alten Namen.
       01 WS-STROM                    PIC X(08)   VALUE "STANDARD".
      * Stromfeld der Historienzeile (";<strom>", im Standardstrom
      * leer - alte Auswertungen sehen dort nur sechs Felder).
       01 WS-HIS-STROMFELD            PIC X(09)   VALUE SPACES.
       01 WS-STROM-PRAEFIX            PIC X(20)   VALUE "BATCHCTL.".
       01 WS-JOBDEF-NAME              PIC X(30)   VALUE
          "BATCHJOB.DEF".
       01 WS-STROM-DATEINAME          PIC X(40)   VALUE SPACES.
       01 WS-RC-DATEI                 PIC X(40)   VALUE SPACES.
       01 WS-PID-DATEI                PIC X(40)   VALUE SPACES.
       01 WS-ZEICHEN-ANZAHL           PIC 9(02)   COMP VALUE ZERO.
      * Stromuebergreifende Bedingungen <strom>/<schritt>.
       01 WS-FDF-STATUS               PIC XX.
       01 WS-FDF-ENDE-SCHALTER        PIC X(01)   VALUE "N".
       01 WS-FDF-GEFUNDEN-SCHALTER    PIC X(01)   VALUE "N".
       01 WS-BED-STROM-TEXT           PIC X(30)   VALUE SPACES.
       01 WS-BED-SCHRITT-TEXT         PIC X(30)   VALUE SPACES.
      * Ergebnis der Suche in BATCHLAUF.HIS: J = der Schritt des
      * anderen Stroms ist erfolgreich beendet, N = jener Strom
      * ist ohne ihn erfolgreich zu Ende gelaufen oder hat ihn
      * uebersprungen, O = offen.
       01 WS-FREMD-SCHALTER           PIC X(01)   VALUE "O".
          88 FREMD-ERFUELLT                       VALUE "J".
          88 FREMD-VERFEHLT                       VALUE "N".
          88 FREMD-OFFEN                          VALUE "O".
       01 WS-FREMD-ENDE-SCHALTER      PIC X(01)   VALUE "N".
       01 WS-FREMD-UEBERSPR-SCHALTER  PIC X(01)   VALUE "N".
      * Nur Laeufe, die hoechstens zwoelf Stunden vor diesem
      * begannen, zaehlen (die Nacht des Vortags nicht mehr).
       01 WS-FREMD-AB                 PIC X(14)   VALUE SPACES.
       01 WS-FREMD-SEK                PIC 9(11)   COMP VALUE ZERO.
       01 WS-FREMD-TAG                PIC 9(08)   VALUE ZERO.
       01 WS-FREMD-TAGZAHL            PIC 9(07)   COMP VALUE ZERO.
       01 WS-FREMD-RC                 PIC 9(04)   VALUE ZERO.
       01 WS-FREMD-JETZT              PIC 9(07)   COMP VALUE ZERO.
       01 WS-FREMD-GRENZE             PIC 9(07)   COMP VALUE ZERO.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 2 VALUE
             "BATCHCTL STATUSANZEIGE".
          05 LINE 1 COLUMN 26 VALUE "STROM: ".
          05 LINE 1 COLUMN 33 PIC X(08)
             FROM WS-STROM.
          05 LINE 2 COLUMN 2 VALUE "LAUFBEGINN: ".
          05 LINE 2 COLUMN 14 PIC X(08)
             FROM WS-LAUF-START-ANZEIGE.
         MOVE "batchctl" TO MELD-PROGRAMM.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-ARG-1 WS-ARG-2 WS-ARG-3
         END-UNSTRING.
      * STROM=<name> darf an beliebiger Stelle stehen; es wird
      * herausgenommen, die uebrigen Woerter ruecken auf.
         PERFORM A050-NIMM-STROMWORT.
         IF WS-ARG-1 = "PANEL" OR WS-ARG-1 = "panel"
             SET PANEL-AKTIV TO TRUE
         END-IF.
             SET VORSCHAU-AKTIV TO TRUE
         END-IF.
         IF NOT VORSCHAU-AKTIV
             IF WS-STROM = "STANDARD"
                 DISPLAY "BATCHCTL: Start Gesamtlauf"
             ELSE
                 DISPLAY "BATCHCTL: Start Strom "
                     FUNCTION TRIM(WS-STROM)
             END-IF
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:16) TO WS-LAUFID.
         PERFORM A100-SETZE-STROMDATEIEN.
         MOVE FUNCTION NUMVAL(WS-LAUFID(1:8)) TO WS-LAUFDATUM.
         MOVE FUNCTION NUMVAL(WS-LAUFID(7:2)) TO WS-LAUFTAG.
      * Im Trockenlauf darf ein Plandatum vorgegeben werden.
             WS-LAUFID(13:2)
             DELIMITED BY SIZE INTO WS-LAUF-START-ANZEIGE.
         PERFORM S000-LADE-SCHRITTDEFINITION.
         PERFORM S700-LOESE-FREMDBEDINGUNGEN-AUF.
         IF DEADLINE-GESETZT
             PERFORM F500-LADE-DURCHSCHNITTSDAUERN
         END-IF.
             STOP RUN
         END-IF.

         PERFORM Q000-HALTE-VERSIONEN-FEST.
      * Laufkennung und Schrittname stehen jedem Schritt in der
      * Umgebung (BATCHLAUF, BATCHSCHRITT); das Herkunftsprotokoll
      * vermerkt damit, in welchem Lauf eine Datei entstand.
         SET ENVIRONMENT "BATCHLAUF" TO WS-LAUFID.

      * Laufsperre setzen: adrmaske schaltet waehrend des
      * Gesamtlaufs auf Nur-Lesen. Laufen mehrere Stroeme, haelt
      * jeder zusaetzlich seine Strommarke; geloest wird die
      * Laufsperre erst vom letzten (A300).
         MOVE "SETZEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         MOVE "batchctl" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.
         PERFORM A200-SETZE-STROMMARKE.

         MOVE 1 TO WS-SCHRITT-INDEX.
         PERFORM T000-VERARBEITE-GRUPPE
             OR LAUF-ABGEBROCHEN
             OR OPERATOR-ABBRUCH.

         PERFORM A300-LOESE-LAUFSPERRE.
         IF OPERATOR-ABBRUCH
             MOVE "OPERATOR-ABBRUCH" TO WS-HIS-ERGEBNIS
             PERFORM U100-SCHREIBE-LAUFENDE
             DISPLAY "BATCHCTL: Gesamtlauf auf Operatorwunsch "
                 "geordnet angehalten (Checkpoint bleibt stehen)"
             MOVE 1 TO RETURN-CODE
             STOP RUN
         END-IF.
         IF LAUF-ABGEBROCHEN
             MOVE "ABGEBROCHEN" TO WS-HIS-ERGEBNIS
             PERFORM U100-SCHREIBE-LAUFENDE
             DISPLAY "BATCHCTL: Gesamtlauf abgebrochen"
             MOVE 1 TO RETURN-CODE
         ELSE
             MOVE "ERFOLGREICH" TO WS-HIS-ERGEBNIS
             PERFORM U100-SCHREIBE-LAUFENDE
             PERFORM R100-LOESCHE-CHECKPOINT
             DISPLAY "BATCHCTL: Gesamtlauf erfolgreich beendet"
             MOVE 0 TO RETURN-CODE
         END-IF.
         STOP RUN.

       A050-NIMM-STROMWORT.
         MOVE SPACES TO WS-BED-STROM-TEXT.
         EVALUATE TRUE
             WHEN WS-ARG-1(1:6) = "STROM=" OR WS-ARG-1(1:6) = "strom="
                 MOVE WS-ARG-1(7:14) TO WS-BED-STROM-TEXT
                 MOVE WS-ARG-2 TO WS-ARG-1
                 MOVE WS-ARG-3 TO WS-ARG-2
                 MOVE SPACES TO WS-ARG-3
             WHEN WS-ARG-2(1:6) = "STROM=" OR WS-ARG-2(1:6) = "strom="
                 MOVE WS-ARG-2(7:14) TO WS-BED-STROM-TEXT
                 MOVE WS-ARG-3 TO WS-ARG-2
                 MOVE SPACES TO WS-ARG-3
             WHEN WS-ARG-3(1:6) = "STROM=" OR WS-ARG-3(1:6) = "strom="
                 MOVE WS-ARG-3(7:14) TO WS-BED-STROM-TEXT
                 MOVE SPACES TO WS-ARG-3
             WHEN OTHER
                 EXIT PARAGRAPH
         END-EVALUATE.
      * Der Stromname steckt in Dateinamen (BATCHJOB.<strom>.DEF
      * muss in die 20 Stellen des Versionsnamens passen) und im
      * Historienfeld; Punkt, Schraegstrich und Semikolon sind
      * darum nicht erlaubt.
         MOVE ZERO TO WS-ZEICHEN-ANZAHL.
         INSPECT WS-BED-STROM-TEXT TALLYING WS-ZEICHEN-ANZAHL
             FOR ALL "." ALL "/" ALL ";".
         IF WS-BED-STROM-TEXT = SPACES
             OR WS-BED-STROM-TEXT(8:) NOT = SPACES
             OR WS-ZEICHEN-ANZAHL > ZERO
             DISPLAY "BATCHCTL: Stromname "
                 FUNCTION TRIM(WS-BED-STROM-TEXT)
                 " ungueltig (1 bis 7 Zeichen, ohne . / ;)"
             STOP RUN RETURNING 1
         END-IF.
         MOVE WS-BED-STROM-TEXT TO WS-STROM.

      * Bildet die Dateinamen des Stroms und die Untergrenze der
      * Laufkennungen, die fuer stromuebergreifende Bedingungen
      * noch zaehlen (Laufbeginn minus zwoelf Stunden).
       A100-SETZE-STROMDATEIEN.
         MOVE SPACES TO WS-STROM-PRAEFIX WS-JOBDEF-NAME
             WS-HIS-STROMFELD.
         IF WS-STROM = "STANDARD"
             MOVE "BATCHCTL." TO WS-STROM-PRAEFIX
             MOVE "BATCHJOB.DEF" TO WS-JOBDEF-NAME
         ELSE
             STRING "BATCHCTL." FUNCTION TRIM(WS-STROM) "."
                 DELIMITED BY SIZE INTO WS-STROM-PRAEFIX
             STRING "BATCHJOB." FUNCTION TRIM(WS-STROM) ".DEF"
                 DELIMITED BY SIZE INTO WS-JOBDEF-NAME
             STRING ";" FUNCTION TRIM(WS-STROM)
                 DELIMITED BY SIZE INTO WS-HIS-STROMFELD
         END-IF.
         SET ENVIRONMENT "JOBDEF" TO FUNCTION TRIM(WS-JOBDEF-NAME).
         MOVE SPACES TO WS-STROM-DATEINAME.
         STRING FUNCTION TRIM(WS-STROM-PRAEFIX) "CKP"
             DELIMITED BY SIZE INTO WS-STROM-DATEINAME.
         SET ENVIRONMENT "BATCHCKP"
             TO FUNCTION TRIM(WS-STROM-DATEINAME).
         MOVE SPACES TO WS-STROM-DATEINAME.
         STRING FUNCTION TRIM(WS-STROM-PRAEFIX) "CMD"
             DELIMITED BY SIZE INTO WS-STROM-DATEINAME.
         SET ENVIRONMENT "BATCHCMD"
             TO FUNCTION TRIM(WS-STROM-DATEINAME).
         COMPUTE WS-FREMD-SEK =
             FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-LAUFID(1:8))) * 86400
             + FUNCTION NUMVAL(WS-LAUFID(9:2)) * 3600
             + FUNCTION NUMVAL(WS-LAUFID(11:2)) * 60
             - 43200.
         COMPUTE WS-FREMD-TAGZAHL = WS-FREMD-SEK / 86400.
         COMPUTE WS-FREMD-TAG =
             FUNCTION DATE-OF-INTEGER(WS-FREMD-TAGZAHL).
         COMPUTE WS-FREMD-JETZT = FUNCTION MOD(WS-FREMD-SEK, 86400).
         COMPUTE WS-PROG-STUNDE = WS-FREMD-JETZT / 3600.
         COMPUTE WS-PROG-MINUTE =
             FUNCTION MOD(WS-FREMD-JETZT, 3600) / 60.
         MOVE SPACES TO WS-FREMD-AB.
         STRING WS-FREMD-TAG WS-PROG-STUNDE WS-PROG-MINUTE "00"
             DELIMITED BY SIZE INTO WS-FREMD-AB.

      * Die Strommarke BATCHCTL.AKT bzw. BATCHCTL.<strom>.AKT
      * steht, solange der Strom laeuft.
       A200-SETZE-STROMMARKE.
         MOVE SPACES TO WS-STARTKOMMANDO.
         STRING "echo " WS-LAUFID " > "
             FUNCTION TRIM(WS-STROM-PRAEFIX) "AKT"
             DELIMITED BY SIZE INTO WS-STARTKOMMANDO.
         CALL "SYSTEM" USING WS-STARTKOMMANDO.

      * Die Laufsperre BATCH.SPR loest erst der letzte laufende
      * Strom; solange noch eine andere Strommarke steht, bleibt
      * sie gesetzt. Die Marke eines abgestuerzten Stroms haelt
      * die Sperre bis zu dessen Neustart (oder bis sperre sie
      * nach zwoelf Stunden als verwaist uebergeht).
       A300-LOESE-LAUFSPERRE.
         MOVE SPACES TO WS-STARTKOMMANDO.
         STRING "rm -f " FUNCTION TRIM(WS-STROM-PRAEFIX) "AKT"
             DELIMITED BY SIZE INTO WS-STARTKOMMANDO.
         CALL "SYSTEM" USING WS-STARTKOMMANDO.
         MOVE SPACES TO WS-STARTKOMMANDO.
         STRING "test -z " QUOTE "$(ls BATCHCTL*.AKT 2>/dev/null)"
             QUOTE DELIMITED BY SIZE INTO WS-STARTKOMMANDO.
         CALL "SYSTEM" USING WS-STARTKOMMANDO.
         COMPUTE WS-SCHRITT-RC = RETURN-CODE / 256.
         IF WS-SCHRITT-RC = ZERO
             MOVE "LOESEN" TO SPR-FUNKTION
             MOVE "BATCH" TO SPR-NAME
             CALL "sperre" USING SPR-BLOCK
         ELSE
             DISPLAY "BATCHCTL: Laufsperre BATCH bleibt gesetzt, "
                 "andere Stroeme laufen noch"
         END-IF.

      * Rettungsschritte (ART RETTUNG=...) laufen nicht im normalen
      * Ablauf; sie werden in W000-FUEHRE-RETTUNG-AUS angestossen,
      * wenn der zugehoerige Schritt fehlschlaegt.
      * Hintergrundkommando gestartet, die anderen werden wie
      * bisher protokolliert uebersprungen.
       T050-PLANE-ODER-STARTE-SCHRITT.
         IF OPERATOR-ABBRUCH
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-GRUPPEN-INDEX TO WS-SCHRITT-INDEX.
         MOVE DEF-NR(WS-SCHRITT-INDEX) TO WS-AKTUELLER-SCHRITT.
         MOVE DEF-NAME(WS-SCHRITT-INDEX) TO WS-SCHRITTNAME.
         MOVE DEF-KOMMANDO(WS-SCHRITT-INDEX) TO WS-SCHRITTKOMMANDO.
         IF DEF-OP-SKIP-SCHALTER(WS-SCHRITT-INDEX) = "J"
             PERFORM T060-UEBERSPRINGE-OP
             EXIT PARAGRAPH
         END-IF.
         PERFORM K500-PRUEFE-KALENDER.
             EXIT PARAGRAPH
         END-IF.
         PERFORM T100-PRUEFE-BEDINGUNG.
      * Beim Warten auf einen anderen Strom koennen Operator-
      * kommandos den Schritt uebersprungen oder den Lauf
      * angehalten haben; die Historie der Kommandos hat dabei
      * Schrittname und Kommando ueberschrieben.
         IF OPERATOR-ABBRUCH
             EXIT PARAGRAPH
         END-IF.
         MOVE DEF-NAME(WS-SCHRITT-INDEX) TO WS-SCHRITTNAME.
         MOVE DEF-KOMMANDO(WS-SCHRITT-INDEX) TO WS-SCHRITTKOMMANDO.
         IF DEF-OP-SKIP-SCHALTER(WS-SCHRITT-INDEX) = "J"
             PERFORM T060-UEBERSPRINGE-OP
             EXIT PARAGRAPH
         END-IF.
         IF BEDINGUNG-ERFUELLT
             IF DEF-ART(WS-SCHRITT-INDEX) = "WARTEN"
                 PERFORM N000-FUEHRE-WARTESCHRITT
             PERFORM R000-SCHREIBE-CHECKPOINT
         END-IF.

       T060-UEBERSPRINGE-OP.
         DISPLAY "BATCHCTL: Ueberspringe Schritt "
             DEF-NAME(WS-SCHRITT-INDEX) " (Operator)".
         MOVE "UEBERSPR-OP" TO DEF-ZUSTAND(WS-SCHRITT-INDEX).
         PERFORM P900-ZEIGE-PANEL.
         MOVE "UEBERSPRUNGEN-OP" TO WS-HIS-ERGEBNIS.
         MOVE ZERO TO WS-SCHRITT-DAUER.
         PERFORM U000-SCHREIBE-HISTORIE.
         PERFORM R500-MERKE-ERLEDIGT.
         PERFORM R000-SCHREIBE-CHECKPOINT.

      * Eine Bedingung <name><op><rc> ist erfuellt, wenn der
      * genannte Schritt in diesem Lauf gelaufen ist und sein RC
      * die Beziehung erfuellt. Ist der Schritt nicht gelaufen
      * (z.B. selbst uebersprungen), gilt die Bedingung als nicht
      * erfuellt und der Schritt wird uebersprungen. Eine
      * Bedingung <strom>/<schritt> wartet auf einen Schritt in
      * einem anderen Strom (T200).
       T100-PRUEFE-BEDINGUNG.
         MOVE "J" TO WS-BED-ERFUELLT-SCHALTER.
         IF DEF-BED-SCHRITT(WS-SCHRITT-INDEX) = SPACES
             CONTINUE
         ELSE
         IF DEF-BED-STROM(WS-SCHRITT-INDEX) NOT = SPACES
             MOVE "N" TO WS-BED-ERFUELLT-SCHALTER
             PERFORM T200-WARTE-AUF-FREMDSTROM
         ELSE
             MOVE "N" TO WS-BED-ERFUELLT-SCHALTER
             PERFORM T110-SUCHE-BEDINGUNGSSCHRITT
                 VARYING WS-BED-SUCH-INDEX FROM 1 BY 1
                 UNTIL WS-BED-SUCH-INDEX > WS-SCHRITT-ANZAHL
         END-IF
         END-IF.

       T110-SUCHE-BEDINGUNGSSCHRITT.
             END-IF
         END-IF.

      * Stromuebergreifende Bedingung <strom>/<schritt>: der
      * Schritt wartet, bis der genannte Schritt im anderen Strom
      * erfolgreich (RC innerhalb seines dortigen MAXRC) beendet
      * ist. Hat jener Strom den Schritt uebersprungen (Kalender,
      * Bedingung, Operator) oder laeuft er erfolgreich zu Ende,
      * ohne dass der Schritt erfolgreich war, gilt die
      * Bedingung als nicht erfuellt. Auf das Ende des anderen
      * Stroms wird dabei nicht gewartet - er kann seinerseits
      * auf diesen warten.
      * Gewartet wird im Sekundentakt; Operatorkommandos (SKIP
      * des wartenden Schritts, HOLD, ABBRUCH) wirken dabei. Mit
      * DEADLINE endet das Warten dort mit Alarm.
       T200-WARTE-AUF-FREMDSTROM.
         PERFORM T210-PRUEFE-FREMDSTROM.
         IF FREMD-OFFEN
             DISPLAY "BATCHCTL: Schritt " WS-SCHRITTNAME
                 " wartet auf "
                 FUNCTION TRIM(DEF-BED-STROM(WS-SCHRITT-INDEX)) "/"
                 FUNCTION TRIM(DEF-BED-SCHRITT(WS-SCHRITT-INDEX))
             MOVE "WARTET-STROM" TO DEF-ZUSTAND(WS-SCHRITT-INDEX)
             PERFORM P900-ZEIGE-PANEL
             PERFORM T250-WARTE-UND-PRUEFE-FREMD
                 UNTIL NOT FREMD-OFFEN
                 OR OPERATOR-ABBRUCH
                 OR DEF-OP-SKIP-SCHALTER(WS-SCHRITT-INDEX) = "J"
         END-IF.
         IF FREMD-ERFUELLT
             MOVE "J" TO WS-BED-ERFUELLT-SCHALTER
         END-IF.

      * Sucht in BATCHLAUF.HIS die Zeilen des anderen Stroms aus
      * Laeufen, die hoechstens zwoelf Stunden vor diesem
      * begannen (WS-FREMD-AB).
       T210-PRUEFE-FREMDSTROM.
         SET FREMD-OFFEN TO TRUE.
         MOVE "N" TO WS-FREMD-ENDE-SCHALTER.
         MOVE "N" TO WS-FREMD-UEBERSPR-SCHALTER.
         OPEN INPUT HISTORIEN-DATEI.
         IF WS-HIS-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         MOVE "N" TO WS-HIS-ENDE-SCHALTER.
         PERFORM F510-LIES-HISTORIENZEILE.
         PERFORM T220-WERTE-FREMDZEILE-AUS
             UNTIL WS-HIS-ENDE-SCHALTER = "J".
         CLOSE HISTORIEN-DATEI.
         IF FREMD-OFFEN
             AND (WS-FREMD-ENDE-SCHALTER = "J"
                  OR WS-FREMD-UEBERSPR-SCHALTER = "J")
             SET FREMD-VERFEHLT TO TRUE
         END-IF.

       T220-WERTE-FREMDZEILE-AUS.
         PERFORM T230-ZERLEGE-HISTORIENZEILE.
         IF WS-HF-STROM = DEF-BED-STROM(WS-SCHRITT-INDEX)
             AND WS-HF-LAUFID(1:14) NOT LESS WS-FREMD-AB
             EVALUATE TRUE
                 WHEN WS-HF-SCHRITT
                         = DEF-BED-SCHRITT(WS-SCHRITT-INDEX)
                     AND WS-HF-ERGEBNIS(1:3) = "RC="
                     AND WS-HF-ERGEBNIS(4:4) IS NUMERIC
                     MOVE WS-HF-ERGEBNIS(4:4) TO WS-FREMD-RC
                     IF WS-FREMD-RC NOT GREATER
                             DEF-BED-MAXRC(WS-SCHRITT-INDEX)
                         SET FREMD-ERFUELLT TO TRUE
                     END-IF
                 WHEN WS-HF-SCHRITT
                         = DEF-BED-SCHRITT(WS-SCHRITT-INDEX)
                     AND (WS-HF-ERGEBNIS = "UEBERSPRUNGEN-KAL"
                          OR WS-HF-ERGEBNIS = "UEBERSPRUNGEN-BED"
                          OR WS-HF-ERGEBNIS = "UEBERSPRUNGEN-OP")
                     MOVE "J" TO WS-FREMD-UEBERSPR-SCHALTER
                 WHEN WS-HF-SCHRITT = "LAUFENDE"
                     AND WS-HF-ERGEBNIS = "ERFOLGREICH"
                     MOVE "J" TO WS-FREMD-ENDE-SCHALTER
             END-EVALUATE
         END-IF.
         PERFORM F510-LIES-HISTORIENZEILE.

      * Zerlegt eine Historienzeile; ein leeres Stromfeld (alte
      * Zeilen und der Standardstrom) heisst STANDARD.
       T230-ZERLEGE-HISTORIENZEILE.
         MOVE SPACES TO WS-HF-LAUFID WS-HF-SCHRITT WS-HF-KOMMANDO
             WS-HF-ERGEBNIS WS-HF-DAUER WS-HF-RESTART WS-HF-STROM.
         UNSTRING HISTORIEN-SATZ DELIMITED BY ";"
             INTO WS-HF-LAUFID WS-HF-SCHRITT WS-HF-KOMMANDO
                  WS-HF-ERGEBNIS WS-HF-DAUER WS-HF-RESTART
                  WS-HF-STROM
         END-UNSTRING.
         IF WS-HF-STROM = SPACES
             MOVE "STANDARD" TO WS-HF-STROM
         END-IF.

       T250-WARTE-UND-PRUEFE-FREMD.
         CALL "SYSTEM" USING WS-WARTEKOMMANDO.
         PERFORM O000-PRUEFE-OPERATORKOMMANDOS.
         PERFORM O300-WARTE-AUF-FREIGABE
             UNTIL NOT LAUF-ANGEHALTEN OR OPERATOR-ABBRUCH.
         IF OPERATOR-ABBRUCH
             OR DEF-OP-SKIP-SCHALTER(WS-SCHRITT-INDEX) = "J"
             EXIT PARAGRAPH
         END-IF.
         PERFORM T210-PRUEFE-FREMDSTROM.
         IF FREMD-OFFEN
             AND DEADLINE-GESETZT
             PERFORM T260-PRUEFE-FREMD-DEADLINE
         END-IF.

      * Liegt die Deadline vor dem Laufbeginn, ist sie am
      * naechsten Morgen.
       T260-PRUEFE-FREMD-DEADLINE.
         PERFORM V000-HOLE-UHRZEIT.
         MOVE WS-DEADLINE-SEK TO WS-FREMD-GRENZE.
         IF WS-FREMD-GRENZE < WS-LAUF-START-SEK
             ADD 86400 TO WS-FREMD-GRENZE
         END-IF.
         MOVE WS-SCHRITT-ENDE-SEK TO WS-FREMD-JETZT.
         IF WS-FREMD-JETZT < WS-LAUF-START-SEK
             ADD 86400 TO WS-FREMD-JETZT
         END-IF.
         IF WS-FREMD-JETZT < WS-FREMD-GRENZE
             EXIT PARAGRAPH
         END-IF.
         DISPLAY "BATCHCTL: "
             FUNCTION TRIM(DEF-BED-STROM(WS-SCHRITT-INDEX)) "/"
             FUNCTION TRIM(DEF-BED-SCHRITT(WS-SCHRITT-INDEX))
             " ist bis zur Deadline " WS-DEADLINE-TEXT
             " nicht erfolgreich beendet".
         SET FREMD-VERFEHLT TO TRUE.
         MOVE DEF-NAME(WS-SCHRITT-INDEX) TO WS-SCHRITTNAME.
         MOVE 8 TO WS-HIS-RC-ANZEIGE.
         PERFORM X000-ALARMIERE-OPERATOR.

      * Ankunftsschritt: wartet, bis die genannte Datei mit
      * gueltigem und hinreichend jungem Umschlag-Kopfsatz da
      * ist, hoechstens aber bis zur CUTOFF-Zeit.
         PERFORM N200-PRUEFE-ANKUNFT.

      * Laedt die Durchschnittsdauern je Schrittname aus der
      * Laufhistorie (nur echte Ausfuehrungen mit RC=... in
      * diesem Strom); sie sind die Grundlage der
      * Fensterprognose.
       F500-LADE-DURCHSCHNITTSDAUERN.
         OPEN EXTEND HISTORIEN-DATEI.
         CLOSE HISTORIEN-DATEI.
             PERFORM F510-LIES-HISTORIENZEILE
             EXIT PARAGRAPH
         END-IF.
         PERFORM T230-ZERLEGE-HISTORIENZEILE.
         IF WS-HF-ERGEBNIS(1:3) = "RC="
             AND WS-HF-STROM = WS-STROM
             AND FUNCTION TRIM(WS-HF-DAUER) IS NUMERIC
             PERFORM F530-ZAEHLE-SCHRITTDAUER
         END-IF.
             VARYING WS-HIST-SUCH-INDEX FROM 1 BY 1
             UNTIL WS-HIST-SUCH-INDEX > WS-SCHNITT-ANZAHL.
         IF WS-BED-SUCH-INDEX = ZERO
             IF WS-SCHNITT-ANZAHL < 40
                 ADD 1 TO WS-SCHNITT-ANZAHL
                 MOVE WS-SCHNITT-ANZAHL TO WS-BED-SUCH-INDEX
                 MOVE WS-HF-SCHRITT
      * geplanter Vorlaeufer ist unentscheidbar (sein RC steht
      * erst im echten Lauf fest).
       Y000-ZEIGE-VORSCHAU.
         DISPLAY "BATCHCTL VORSCHAU STROM " WS-STROM
             " FUER " WS-LAUFDATUM.
         PERFORM Y100-PLANE-SCHRITT
             VARYING WS-SCHRITT-INDEX FROM 1 BY 1
             UNTIL WS-SCHRITT-INDEX > WS-SCHRITT-ANZAHL.
             MOVE "LAEUFT" TO DEF-ZUSTAND(WS-SCHRITT-INDEX)
             EXIT PARAGRAPH
         END-IF.
         IF DEF-BED-STROM(WS-SCHRITT-INDEX) NOT = SPACES
             PERFORM Y350-PLANE-NACH-FREMDSTROM
             EXIT PARAGRAPH
         END-IF.
      * Vorlaeufer im Plan suchen: erledigte Vorlaeufer sind mit
      * RC 0 entscheidbar, geplante nicht.
         MOVE ZERO TO WS-BED-SUCH-INDEX.
             WHEN DEF-ZUSTAND(WS-BED-SUCH-INDEX) = "LAEUFT"
                 OR DEF-ZUSTAND(WS-BED-SUCH-INDEX)
                     = "WARTESCHRITT"
                 OR DEF-ZUSTAND(WS-BED-SUCH-INDEX)
                     = "WARTET-STROM"
                 OR DEF-ZUSTAND(WS-BED-SUCH-INDEX)
                     = "UNENTSCHEIDBAR"
                 MOVE "UNENTSCHEIDBAR" TO
                     TO WS-PLAN-GRUND
         END-EVALUATE.

      * Stromuebergreifende Bedingung im Plan: entscheidbar ist
      * sie nur, wenn der andere Strom den Schritt schon
      * erfolgreich hinter sich hat oder ohne ihn zu Ende lief.
       Y350-PLANE-NACH-FREMDSTROM.
         PERFORM T210-PRUEFE-FREMDSTROM.
         MOVE SPACES TO WS-PLAN-GRUND.
         EVALUATE TRUE
             WHEN FREMD-ERFUELLT
                 MOVE "LAEUFT" TO DEF-ZUSTAND(WS-SCHRITT-INDEX)
                 STRING
                     FUNCTION TRIM(DEF-BED-STROM(WS-SCHRITT-INDEX))
                     "/"
                     FUNCTION TRIM(DEF-BED-SCHRITT(WS-SCHRITT-INDEX))
                     " ist erfolgreich"
                     DELIMITED BY SIZE INTO WS-PLAN-GRUND
             WHEN FREMD-VERFEHLT
                 MOVE "UEBERSPRUNGEN-BED" TO
                     DEF-ZUSTAND(WS-SCHRITT-INDEX)
                 STRING
                     FUNCTION TRIM(DEF-BED-STROM(WS-SCHRITT-INDEX))
                     "/"
                     FUNCTION TRIM(DEF-BED-SCHRITT(WS-SCHRITT-INDEX))
                     " nicht erfolgreich"
                     DELIMITED BY SIZE INTO WS-PLAN-GRUND
             WHEN OTHER
                 MOVE "WARTET-STROM" TO
                     DEF-ZUSTAND(WS-SCHRITT-INDEX)
                 STRING "wartet auf "
                     FUNCTION TRIM(DEF-BED-STROM(WS-SCHRITT-INDEX))
                     "/"
                     FUNCTION TRIM(DEF-BED-SCHRITT(WS-SCHRITT-INDEX))
                     DELIMITED BY SIZE INTO WS-PLAN-GRUND
         END-EVALUATE.

       Y400-SUCHE-BEDINGUNGSVORLAEUFER.
         IF DEF-NAME(WS-CMD-SUCH-INDEX)
                 = DEF-BED-SCHRITT(WS-SCHRITT-INDEX)
         MOVE WS-PLAN-GRUND TO WS-PLN-GRUND.
         DISPLAY WS-PLANZEILE.

      * Liest die Operator-Kommandodatei BATCHCTL.CMD (im Strom
      * BATCHCTL.<strom>.CMD, sofern vorhanden), wendet die
      * Kommandos an, schreibt jedes mit Zeitstempel in die
      * Historie und loescht die Datei. HOLD und FREI halten so
      * genau einen Strom an bzw. geben ihn frei.
       O000-PRUEFE-OPERATORKOMMANDOS.
         OPEN INPUT KOMMANDO-DATEI.
         IF WS-CMD-STATUS NOT = "00"
             UNTIL WS-CMD-ENDE-SCHALTER = "J".
         CLOSE KOMMANDO-DATEI.
         MOVE SPACES TO WS-STARTKOMMANDO.
         STRING "rm -f " FUNCTION TRIM(WS-STROM-PRAEFIX) "CMD"
             DELIMITED BY SIZE INTO WS-STARTKOMMANDO.
         CALL "SYSTEM" USING WS-STARTKOMMANDO.

       O100-LIES-KOMMANDOZEILE.
         DISPLAY "BATCHCTL: Start Rettungsschritt " WS-SCHRITTNAME.
         PERFORM V000-HOLE-UHRZEIT.
         MOVE WS-SCHRITT-ENDE-SEK TO WS-SCHRITT-START-SEK.
         SET ENVIRONMENT "BATCHSCHRITT"
             TO FUNCTION TRIM(WS-SCHRITTNAME).
         CALL "SYSTEM" USING WS-SCHRITTKOMMANDO.
         COMPUTE WS-SCHRITT-RC = RETURN-CODE / 256.
         PERFORM V000-HOLE-UHRZEIT.
             INTO WS-HIS-ERGEBNIS.
         PERFORM U000-SCHREIBE-HISTORIE.

      * Liest die Schrittliste aus BATCHJOB.DEF (im Strom
      * BATCHJOB.<strom>.DEF) in die Schritt-Tabelle. Eine
      * fehlende oder fehlerhafte Definitionsdatei bricht den
      * Lauf ab, bevor ein Schritt gestartet wird.
       S000-LADE-SCHRITTDEFINITION.
         OPEN INPUT JOBDEF-DATEI.
         IF WS-DEF-STATUS NOT = "00"
             MOVE "BAT-001" TO MELD-NUMMER
             MOVE SPACES TO MELD-ZUSATZ
             STRING FUNCTION TRIM(WS-JOBDEF-NAME) " " WS-DEF-STATUS
                 DELIMITED BY SIZE INTO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         PERFORM S100-LIES-DEFINITIONSZEILE.
         READ JOBDEF-DATEI
             AT END SET ENDE-DER-DEFINITION TO TRUE.
         IF WS-DEF-STATUS NOT = "00" AND WS-DEF-STATUS NOT = "10"
             DISPLAY "BATCHCTL: Fehler beim Lesen von "
                 FUNCTION TRIM(WS-JOBDEF-NAME) ", Status "
                 WS-DEF-STATUS
             STOP RUN RETURNING 1
         END-IF.

         END-IF
         END-IF.

      * Bedingung: leer oder <name><op><rc> mit op < oder >,
      * oder <strom>/<schritt> fuer einen Schritt eines anderen
      * Stroms (S550).
       S500-UEBERNIMM-BEDINGUNG.
         MOVE SPACES TO DEF-BED-SCHRITT(WS-SCHRITT-ANZAHL).
         MOVE SPACES TO DEF-BED-OP(WS-SCHRITT-ANZAHL).
         MOVE ZERO TO DEF-BED-RC(WS-SCHRITT-ANZAHL).
         MOVE SPACES TO DEF-BED-STROM(WS-SCHRITT-ANZAHL).
         MOVE ZERO TO DEF-BED-MAXRC(WS-SCHRITT-ANZAHL).
         MOVE ZERO TO WS-ZEICHEN-ANZAHL.
         INSPECT WS-DEF-BED-TEXT TALLYING WS-ZEICHEN-ANZAHL
             FOR ALL "/".
         IF WS-ZEICHEN-ANZAHL > ZERO
             PERFORM S550-UEBERNIMM-FREMDBEDINGUNG
             EXIT PARAGRAPH
         END-IF.
         IF WS-DEF-BED-TEXT = SPACES
             CONTINUE
         ELSE
                 TO DEF-BED-RC(WS-SCHRITT-ANZAHL)
         END-IF.

      * <strom>/<schritt>: ohne Vergleich, gemeint ist "dort
      * erfolgreich beendet". Der eigene Strom ist nicht erlaubt
      * (dafuer gibt es <name><op><rc>).
       S550-UEBERNIMM-FREMDBEDINGUNG.
         MOVE SPACES TO WS-BED-STROM-TEXT WS-BED-SCHRITT-TEXT.
         UNSTRING WS-DEF-BED-TEXT DELIMITED BY "/"
             INTO WS-BED-STROM-TEXT WS-BED-SCHRITT-TEXT
         END-UNSTRING.
         MOVE ZERO TO WS-ZEICHEN-ANZAHL.
         INSPECT WS-BED-SCHRITT-TEXT TALLYING WS-ZEICHEN-ANZAHL
             FOR ALL "<" ALL ">" ALL "/".
         IF WS-BED-STROM-TEXT = SPACES
             OR (WS-BED-STROM-TEXT(8:) NOT = SPACES
                 AND WS-BED-STROM-TEXT NOT = "STANDARD")
             OR WS-BED-SCHRITT-TEXT = SPACES
             OR WS-BED-SCHRITT-TEXT(21:) NOT = SPACES
             OR WS-ZEICHEN-ANZAHL > ZERO
             OR WS-BED-STROM-TEXT = WS-STROM
             DISPLAY "BATCHCTL: Jobdefinition fehlerhaft, "
                 "ungueltige Strombedingung: " JOBDEF-SATZ(1:60)
             STOP RUN RETURNING 1
         END-IF.
         MOVE WS-BED-STROM-TEXT TO DEF-BED-STROM(WS-SCHRITT-ANZAHL).
         MOVE WS-BED-SCHRITT-TEXT
             TO DEF-BED-SCHRITT(WS-SCHRITT-ANZAHL).

      * Laufhaeufigkeit: leer oder TAEGLICH, WOECHENTLICH=n,
      * MONATLICH=tt, ULTIMO.
       S600-UEBERNIMM-FREQUENZ.
             END-IF
         END-IF.

      * Stromuebergreifende Bedingungen: der MAXRC des Schritts
      * im anderen Strom kommt aus dessen Jobdefinition - erst
      * damit ist entscheidbar, ob er dort erfolgreich endete.
      * Ein unbekannter Strom oder Schritt bricht den Lauf ab,
      * bevor ein Schritt gestartet wird.
       S700-LOESE-FREMDBEDINGUNGEN-AUF.
         PERFORM S710-LOESE-FREMDBEDINGUNG-AUF
             VARYING WS-BED-SUCH-INDEX FROM 1 BY 1
             UNTIL WS-BED-SUCH-INDEX > WS-SCHRITT-ANZAHL.

       S710-LOESE-FREMDBEDINGUNG-AUF.
         IF DEF-BED-STROM(WS-BED-SUCH-INDEX) = SPACES
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-STROM-DATEINAME.
         IF DEF-BED-STROM(WS-BED-SUCH-INDEX) = "STANDARD"
             MOVE "BATCHJOB.DEF" TO WS-STROM-DATEINAME
         ELSE
             STRING "BATCHJOB."
                 FUNCTION TRIM(DEF-BED-STROM(WS-BED-SUCH-INDEX))
                 ".DEF" DELIMITED BY SIZE INTO WS-STROM-DATEINAME
         END-IF.
         SET ENVIRONMENT "FREMDDEF"
             TO FUNCTION TRIM(WS-STROM-DATEINAME).
         OPEN INPUT FREMDDEF-DATEI.
         IF WS-FDF-STATUS NOT = "00"
             DISPLAY "BATCHCTL: Jobdefinition "
                 FUNCTION TRIM(WS-STROM-DATEINAME)
                 " fuer Schritt " DEF-NAME(WS-BED-SUCH-INDEX)
                 " nicht lesbar, Status " WS-FDF-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "N" TO WS-FDF-ENDE-SCHALTER WS-FDF-GEFUNDEN-SCHALTER.
         PERFORM S720-SUCHE-FREMDSCHRITT
             UNTIL WS-FDF-ENDE-SCHALTER = "J".
         CLOSE FREMDDEF-DATEI.
         IF WS-FDF-GEFUNDEN-SCHALTER = "N"
             DISPLAY "BATCHCTL: Jobdefinition fehlerhaft, Schritt "
                 FUNCTION TRIM(DEF-BED-SCHRITT(WS-BED-SUCH-INDEX))
                 " fehlt in " FUNCTION TRIM(WS-STROM-DATEINAME)
             STOP RUN RETURNING 1
         END-IF.

       S720-SUCHE-FREMDSCHRITT.
         READ FREMDDEF-DATEI
             AT END MOVE "J" TO WS-FDF-ENDE-SCHALTER
         END-READ.
         IF WS-FDF-STATUS NOT = "00"
             MOVE "J" TO WS-FDF-ENDE-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         IF FREMDDEF-SATZ = SPACES
             OR FREMDDEF-SATZ(1:1) = "*"
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-DEF-NR-TEXT WS-DEF-NAME-TEXT
             WS-DEF-MAXRC-TEXT.
         UNSTRING FREMDDEF-SATZ DELIMITED BY ";"
             INTO WS-DEF-NR-TEXT WS-DEF-NAME-TEXT
                  WS-DEF-MAXRC-TEXT
         END-UNSTRING.
         IF WS-DEF-NAME-TEXT = DEF-BED-SCHRITT(WS-BED-SUCH-INDEX)
             AND FUNCTION TRIM(WS-DEF-NR-TEXT) IS NUMERIC
             MOVE "J" TO WS-FDF-GEFUNDEN-SCHALTER
             MOVE "J" TO WS-FDF-ENDE-SCHALTER
             IF WS-DEF-MAXRC-TEXT NOT = SPACES
                 AND FUNCTION TRIM(WS-DEF-MAXRC-TEXT) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-DEF-MAXRC-TEXT)
                     TO DEF-BED-MAXRC(WS-BED-SUCH-INDEX)
             END-IF
         END-IF.

      * Laedt Feiertage und Ultimotage aus KALENDER.DAT; eine
      * fehlende Kalenderdatei wird gemeldet und wie ein Kalender
      * ohne Eintraege behandelt.
         END-EVALUATE.

      * Startet den Schritt als Hintergrundkommando: das Kommando
      * hinterlegt seinen Return-Code in BATCHCTL.RC.<nr> (im
      * Strom BATCHCTL.<strom>.RC.<nr>), und
      * B200 sammelt die Codes im Sekundentakt ein. So koennen
      * die Schritte einer Phase nebeneinander laufen.
       B000-STARTE-SCHRITT.
         MOVE WS-SCHRITT-ENDE-SEK
             TO DEF-START-SEK(WS-SCHRITT-INDEX).
         MOVE DEF-NR(WS-SCHRITT-INDEX) TO WS-NR-ANZEIGE.
         PERFORM B010-BILDE-RUECKGABENAMEN.
      * Der Schritt startet unter setsid in einer eigenen
      * Prozessgruppe, damit der Zeitabbruch die ganze Gruppe
      * beenden kann (ein Kill auf die Huelle allein liesse das
      * an einem missgebildeten Kommando), hinterlegt batchctl
      * selbst den RC 127, statt ewig auf die Datei zu warten.
         MOVE SPACES TO WS-STARTKOMMANDO.
         STRING "rm -f " FUNCTION TRIM(WS-RC-DATEI)
             " " FUNCTION TRIM(WS-PID-DATEI)
             "; setsid sh -c " QUOTE
             FUNCTION TRIM(WS-SCHRITTKOMMANDO)
             " ; echo \$? > " FUNCTION TRIM(WS-RC-DATEI)
             QUOTE " & echo $! > " FUNCTION TRIM(WS-PID-DATEI)
             DELIMITED BY SIZE INTO WS-STARTKOMMANDO.
         SET ENVIRONMENT "BATCHSCHRITT"
             TO FUNCTION TRIM(WS-SCHRITTNAME).
         CALL "SYSTEM" USING WS-STARTKOMMANDO.
         COMPUTE WS-SCHRITT-RC = RETURN-CODE / 256.
         IF WS-SCHRITT-RC NOT = ZERO
             DISPLAY "BATCHCTL: Start von Schritt " WS-SCHRITTNAME
                 " fehlgeschlagen (RC " WS-SCHRITT-RC ")"
             MOVE SPACES TO WS-STARTKOMMANDO
             STRING "echo 127 > " FUNCTION TRIM(WS-RC-DATEI)
                 DELIMITED BY SIZE INTO WS-STARTKOMMANDO
             CALL "SYSTEM" USING WS-STARTKOMMANDO
         END-IF.
         PERFORM P900-ZEIGE-PANEL.

      * Rueckgabe- und Prozessdatei des Schritts WS-NR-ANZEIGE;
      * die Stroeme haben je eigene, die Schrittnummern duerfen
      * sich also ueber Stroeme hinweg wiederholen.
       B010-BILDE-RUECKGABENAMEN.
         MOVE SPACES TO WS-RC-DATEI WS-PID-DATEI.
         STRING FUNCTION TRIM(WS-STROM-PRAEFIX) "RC." WS-NR-ANZEIGE
             DELIMITED BY SIZE INTO WS-RC-DATEI.
         STRING FUNCTION TRIM(WS-STROM-PRAEFIX) "PID." WS-NR-ANZEIGE
             DELIMITED BY SIZE INTO WS-PID-DATEI.

      * Wartet, bis alle gestarteten Schritte der Gruppe ihren
      * Return-Code hinterlegt haben; zwischen den Pruefungen
      * ruht der Lauf eine Sekunde.
         MOVE DEF-NAME(WS-SCHRITT-INDEX) TO WS-SCHRITTNAME.
         MOVE DEF-KOMMANDO(WS-SCHRITT-INDEX) TO WS-SCHRITTKOMMANDO.
         MOVE DEF-NR(WS-SCHRITT-INDEX) TO WS-NR-ANZEIGE.
         PERFORM B010-BILDE-RUECKGABENAMEN.
         DISPLAY "BATCHCTL: Schritt " WS-SCHRITTNAME
             " ueberschreitet die Hoechstlaufzeit von "
             DEF-MAXZEIT(WS-SCHRITT-INDEX) " Sekunden".
      * Kill auf die ganze Prozessgruppe des Schritts (der
      * setsid-Start machte seine PID zur Gruppennummer).
         MOVE SPACES TO WS-STARTKOMMANDO.
         STRING "kill -- -$(cat " FUNCTION TRIM(WS-PID-DATEI)
             ") 2>/dev/null; rm -f " FUNCTION TRIM(WS-RC-DATEI)
             " " FUNCTION TRIM(WS-PID-DATEI)
             DELIMITED BY SIZE INTO WS-STARTKOMMANDO.
         CALL "SYSTEM" USING WS-STARTKOMMANDO.
         MOVE 999 TO WS-SCHRITT-RC.
         PERFORM W000-FUEHRE-RETTUNG-AUS.
         SET GRUPPE-FEHLGESCHLAGEN TO TRUE.

      * Liest BATCHCTL.RC.<nr> (BATCHCTL.<strom>.RC.<nr>) des
      * Schritts; solange die Datei
      * fehlt, laeuft das Kommando noch.
       B240-LIES-RUECKGABE.
         MOVE "N" TO WS-RC-GEFUNDEN-SCHALTER.
         MOVE DEF-NR(WS-SCHRITT-INDEX) TO WS-NR-ANZEIGE.
         PERFORM B010-BILDE-RUECKGABENAMEN.
         SET ENVIRONMENT "RCDATEI"
             TO FUNCTION TRIM(WS-RC-DATEI).
         OPEN INPUT RUECKGABE-DATEI.
         IF WS-RCD-STATUS NOT = "00"
             EXIT PARAGRAPH
         CLOSE RUECKGABE-DATEI.
         IF WS-RC-GEFUNDEN-SCHALTER = "J"
             MOVE SPACES TO WS-STARTKOMMANDO
             STRING "rm -f " FUNCTION TRIM(WS-RC-DATEI)
                 " " FUNCTION TRIM(WS-PID-DATEI)
                 DELIMITED BY SIZE INTO WS-STARTKOMMANDO
             CALL "SYSTEM" USING WS-STARTKOMMANDO
         END-IF.
             + FUNCTION NUMVAL(WS-UHRZEIT-PUFFER(11:2)) * 60
             + FUNCTION NUMVAL(WS-UHRZEIT-PUFFER(13:2)).

      * Schreibt eine Zeile der Laufhistorie (in einem benannten
      * Strom mit dem Stromnamen als siebtem Feld). Die Historie wird
      * fortgeschrieben; fehlt sie (Status 35, z.B. nach einer
      * Archivierung), wird sie neu angelegt - dasselbe Verfahren
      * wie bei der Revisionsdatei des rot13-Filters.
             FUNCTION TRIM(WS-HIS-ERGEBNIS) ";"
             WS-HIS-DAUER-ANZEIGE ";"
             WS-RESTART-MERKMAL
             DELIMITED BY SIZE
             WS-HIS-STROMFELD DELIMITED BY SPACE
             INTO WS-HIS-ZEILE.
         MOVE WS-HIS-ZEILE TO HISTORIEN-SATZ.
         WRITE HISTORIEN-SATZ.
         IF WS-HIS-STATUS NOT = "00"
         END-IF.
         CLOSE HISTORIEN-DATEI.

      * Abschlusszeile des Gesamtlaufs in der Historie: Schritt
      * LAUFENDE, als Kommando der Endezeitpunkt JJJJMMTTHHMMSS,
      * als Ergebnis ERFOLGREICH, ABGEBROCHEN oder
      * OPERATOR-ABBRUCH (vom Aufrufer gesetzt), als Dauer die
      * Gesamtlaufzeit in Sekunden.
       U100-SCHREIBE-LAUFENDE.
         PERFORM V000-HOLE-UHRZEIT.
         COMPUTE WS-SCHRITT-DAUER =
             WS-SCHRITT-ENDE-SEK - WS-LAUF-START-SEK.
         IF WS-SCHRITT-ENDE-SEK < WS-LAUF-START-SEK
             COMPUTE WS-SCHRITT-DAUER = WS-SCHRITT-ENDE-SEK
                 + 86400 - WS-LAUF-START-SEK
         END-IF.
         MOVE "LAUFENDE" TO WS-SCHRITTNAME.
         MOVE WS-UHRZEIT-PUFFER(1:14) TO WS-SCHRITTKOMMANDO.
         PERFORM U000-SCHREIBE-HISTORIE.

      * Welche Versionen von BATCHJOB.DEF (im Strom
      * BATCHJOB.<strom>.DEF) und SCHLUESSEL.DAT hat dieser Lauf
      * benutzt? Ein am Texteditor geaenderter Stand
      * wird dabei als neue Version (Benutzer EXTERN)
      * nachgetragen. Je Lauf eine Zeile in BATCHVER.LOG
      *     LAUFID;BATCHJOB.DEF;NNNN;SCHLUESSEL.DAT;NNNN
      * (???? = nicht versionierbar; der Lauf geht trotzdem).
       Q000-HALTE-VERSIONEN-FEST.
         MOVE "SICHERN" TO VER-FUNKTION.
         MOVE WS-JOBDEF-NAME TO VER-DATEI.
         MOVE SPACES TO VER-BENUTZER.
         MOVE "VON BATCHCTL VORGEFUNDEN" TO VER-KOMMENTAR.
         CALL "version" USING VER-BLOCK.
         IF VER-STATUS = "00"
             MOVE VER-NUMMER TO WS-VER-JOBDEF
         ELSE
             MOVE "????" TO WS-VER-JOBDEF
             DISPLAY "BATCHCTL: " FUNCTION TRIM(WS-JOBDEF-NAME)
                 " nicht versionierbar, Status " VER-STATUS
         END-IF.
         MOVE "SICHERN" TO VER-FUNKTION.
         MOVE "SCHLUESSEL.DAT" TO VER-DATEI.
         MOVE SPACES TO VER-BENUTZER.
         MOVE "VON BATCHCTL VORGEFUNDEN" TO VER-KOMMENTAR.
         CALL "version" USING VER-BLOCK.
         IF VER-STATUS = "00"
             MOVE VER-NUMMER TO WS-VER-SCHLUESSEL
         ELSE
             MOVE "????" TO WS-VER-SCHLUESSEL
             DISPLAY "BATCHCTL: SCHLUESSEL.DAT nicht versionierbar, "
                 "Status " VER-STATUS
         END-IF.
         DISPLAY "BATCHCTL: " FUNCTION TRIM(WS-JOBDEF-NAME)
             " Version " WS-VER-JOBDEF
             ", SCHLUESSEL.DAT Version " WS-VER-SCHLUESSEL.
         OPEN EXTEND VERSLOG-DATEI.
         IF WS-VLG-STATUS = "35"
             OPEN OUTPUT VERSLOG-DATEI
         END-IF.
         IF WS-VLG-STATUS NOT = "00"
             DISPLAY "BATCHCTL: BATCHVER.LOG nicht beschreibbar, "
                 "Status " WS-VLG-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-VLG-ZEILE.
         STRING WS-LAUFID ";" FUNCTION TRIM(WS-JOBDEF-NAME) ";"
             WS-VER-JOBDEF
             ";SCHLUESSEL.DAT;" WS-VER-SCHLUESSEL
             DELIMITED BY SIZE INTO WS-VLG-ZEILE.
         MOVE WS-VLG-ZEILE TO VERSLOG-SATZ.
         WRITE VERSLOG-SATZ.
         CLOSE VERSLOG-DATEI.

      * Holt die Satzzaehler, die der gerade beendete Schritt in
      * die hausweite Statistikdatei gemeldet hat (die letzte
      * Zeile von LAUFSTAT.DAT), fuer die Statusanzeige.
