      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Versionsfuehrung der Steuerdateien: betrmask sicherte vor
      * dem Speichern nur den einen Vorstand als .BAK, und wer
      * BATCHJOB.DEF oder SCHLUESSEL.DAT am Texteditor aenderte,
      * hinterliess gar nichts - ging die Nacht schief, konnte
      * niemand sagen, wie die Datei gestern aussah. Dieses
      * Unterprogramm legt bei jedem Sichern eine nummerierte
      * Kopie an und fuehrt den Versionskatalog VERSIONEN.DAT mit
      * Zeitpunkt, Benutzer und Aenderungskommentar. Auskunft,
      * Vergleich und Ruecknahme uebernimmt versausk.
      * Parameter, Dateiformate und Status siehe version.cpy.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. version.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KATALOG-DATEI
           ASSIGN TO "VERSIONEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS KATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KATALOG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 KATALOG-SATZ             PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-KATALOG-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-KATALOGS                    VALUE "J".

       01 WS-FELD-DATEI               PIC X(20)   VALUE SPACES.
       01 WS-FELD-NUMMER              PIC X(05)   VALUE SPACES.
       01 WS-HOECHSTE-NUMMER          PIC 9(04)   VALUE ZERO.
       01 WS-NEUE-NUMMER              PIC 9(04)   VALUE ZERO.
       01 WS-VERSIONSNAME             PIC X(30)   VALUE SPACES.
       01 WS-KOMMENTAR                PIC X(60)   VALUE SPACES.
       01 WS-BENUTZER                 PIC X(08)   VALUE SPACES.
       01 WS-SYSTEMKOMMANDO           PIC X(120).
       01 WS-KOMMANDO-RC              PIC S9(09)  COMP.
       01 WS-KATALOGZEILE             PIC X(120).

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==KATALOG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==KATALOG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==KATALOG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==KATALOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==KATALOG-STATUS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "version.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING VER-BLOCK.
       A000-VERWALTE-VERSION.
         MOVE "N" TO VER-NEU.
         MOVE ZERO TO VER-NUMMER.
         EVALUATE VER-FUNKTION
             WHEN "SICHERN"
                 PERFORM S000-SICHERE-STAND
             WHEN OTHER
                 MOVE "99" TO VER-STATUS
         END-EVALUATE.
         EXIT PROGRAM.

      * Juengste Version der Datei suchen; gleicht der jetzige
      * Stand ihr, bleibt es bei ihr, sonst wird eine neue Kopie
      * angelegt und im Katalog eingetragen.
       S000-SICHERE-STAND.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "test -f " FUNCTION TRIM(VER-DATEI)
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         IF RETURN-CODE NOT = ZERO
             MOVE "35" TO VER-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM K000-SUCHE-JUENGSTE-VERSION.
         IF VER-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         IF WS-HOECHSTE-NUMMER NOT = ZERO
             MOVE WS-HOECHSTE-NUMMER TO WS-NEUE-NUMMER
             PERFORM S100-BILDE-VERSIONSNAMEN
             MOVE SPACES TO WS-SYSTEMKOMMANDO
             STRING "cmp -s " FUNCTION TRIM(VER-DATEI) " "
                 FUNCTION TRIM(WS-VERSIONSNAME)
                 DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO
             CALL "SYSTEM" USING WS-SYSTEMKOMMANDO
             IF RETURN-CODE = ZERO
                 MOVE WS-HOECHSTE-NUMMER TO VER-NUMMER
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         IF WS-HOECHSTE-NUMMER = 9999
             MOVE "98" TO VER-STATUS
             EXIT PARAGRAPH
         END-IF.
         COMPUTE WS-NEUE-NUMMER = WS-HOECHSTE-NUMMER + 1.
         PERFORM S100-BILDE-VERSIONSNAMEN.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "cp " FUNCTION TRIM(VER-DATEI) " "
             FUNCTION TRIM(WS-VERSIONSNAME)
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             MOVE "97" TO VER-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM S200-TRAGE-VERSION-EIN.
         IF VER-STATUS = "00"
             MOVE WS-NEUE-NUMMER TO VER-NUMMER
             MOVE "J" TO VER-NEU
         END-IF.

       S100-BILDE-VERSIONSNAMEN.
         MOVE SPACES TO WS-VERSIONSNAME.
         STRING FUNCTION TRIM(VER-DATEI) ".V" WS-NEUE-NUMMER
             DELIMITED BY SIZE INTO WS-VERSIONSNAME.

       S200-TRAGE-VERSION-EIN.
         OPEN EXTEND KATALOG-DATEI.
         IF KATALOG-STATUS = "35"
             OPEN OUTPUT KATALOG-DATEI
         END-IF.
         IF NOT KATALOG-STATUS-OK
             MOVE KATALOG-STATUS TO VER-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE VER-KOMMENTAR TO WS-KOMMENTAR.
         INSPECT WS-KOMMENTAR REPLACING ALL ";" BY ",".
         MOVE VER-BENUTZER TO WS-BENUTZER.
         IF WS-BENUTZER = SPACES
             MOVE "EXTERN" TO WS-BENUTZER
         END-IF.
         MOVE SPACES TO WS-KATALOGZEILE.
         STRING FUNCTION TRIM(VER-DATEI) ";"
             WS-NEUE-NUMMER ";"
             FUNCTION CURRENT-DATE(1:14) ";"
             FUNCTION TRIM(WS-BENUTZER) ";"
             FUNCTION TRIM(WS-KOMMENTAR)
             DELIMITED BY SIZE INTO WS-KATALOGZEILE.
         MOVE WS-KATALOGZEILE TO KATALOG-SATZ.
         WRITE KATALOG-SATZ.
         IF NOT KATALOG-STATUS-OK
             MOVE KATALOG-STATUS TO VER-STATUS
         ELSE
             MOVE "00" TO VER-STATUS
         END-IF.
         CLOSE KATALOG-DATEI.

      * Hoechste Versionsnummer der Datei im Katalog (0 = noch
      * keine Version).
       K000-SUCHE-JUENGSTE-VERSION.
         MOVE ZERO TO WS-HOECHSTE-NUMMER.
         MOVE "00" TO VER-STATUS.
         MOVE "N" TO WS-KATALOG-ENDE-SCHALTER.
         OPEN INPUT KATALOG-DATEI.
         IF KATALOG-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT KATALOG-STATUS-OK
             MOVE KATALOG-STATUS TO VER-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM K100-LIES-KATALOGZEILE.
         PERFORM K200-PRUEFE-KATALOGZEILE
             UNTIL ENDE-DES-KATALOGS.
         CLOSE KATALOG-DATEI.

       K100-LIES-KATALOGZEILE.
         READ KATALOG-DATEI
             AT END SET ENDE-DES-KATALOGS TO TRUE.
         IF NOT KATALOG-STATUS-OK AND NOT KATALOG-STATUS-ENDE
             MOVE KATALOG-STATUS TO VER-STATUS
             SET ENDE-DES-KATALOGS TO TRUE
         END-IF.

       K200-PRUEFE-KATALOGZEILE.
         MOVE SPACES TO WS-FELD-DATEI WS-FELD-NUMMER.
         UNSTRING KATALOG-SATZ DELIMITED BY ";"
             INTO WS-FELD-DATEI WS-FELD-NUMMER
         END-UNSTRING.
         IF WS-FELD-DATEI = VER-DATEI
             AND WS-FELD-NUMMER(1:4) IS NUMERIC
             AND WS-FELD-NUMMER(1:4) > WS-HOECHSTE-NUMMER
             MOVE WS-FELD-NUMMER(1:4) TO WS-HOECHSTE-NUMMER
         END-IF.
         PERFORM K100-LIES-KATALOGZEILE.

       END PROGRAM version.

      * vim:ai sw=4 sts=4 expandtab
