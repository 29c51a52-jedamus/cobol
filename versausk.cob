      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Versionsauskunft, Vergleich und Ruecknahme fuer die
      * Steuerdateien der Betriebsfuehrung (Versionen und Katalog
      * VERSIONEN.DAT siehe version.cpy):
      *     versausk LISTE DATEI=<datei>
      *     versausk VERGLEICH DATEI=<datei> VON=n [BIS=m]
      *     versausk RUECKNAHME DATEI=<datei> VERSION=n
      *              BENUTZER=<kennung> [KOMMENTAR=<text>]
      * LISTE zeigt alle Versionen der Datei mit Zeitpunkt,
      * Benutzer und Kommentar und sagt, ob der jetzige Stand der
      * juengsten Version entspricht oder seither am Texteditor
      * geaendert wurde.
      * VERGLEICH stellt zwei Versionen Zeile fuer Zeile
      * gegenueber (ohne BIS= die Version VON mit dem jetzigen
      * Stand): nur die abweichenden Zeilen werden gezeigt, mit
      * - fuer Zeilen, die nur in VON stehen, und + fuer Zeilen,
      * die nur in BIS stehen, jeweils mit ihrer Zeilennummer.
      * RUECKNAHME setzt eine fruehere Version wieder ein - als
      * neue Version, die Geschichte bleibt also erhalten. Der
      * Benutzer meldet sich dafuer an (Kennwort wird an der
      * Konsole abgefragt, siehe zugang.cpy) und braucht dieselbe
      * Rolle wie in betrmask (S fuer SCHLUESSEL.DAT, sonst B).
      * Jede Zeile der Version wird vorher mit denselben Regeln
      * geprueft wie in betrmask vor dem Speichern (steuerpr); die
      * erste fehlerhafte Zeile haelt die Ruecknahme an. Der
      * Vorstand wird wie in betrmask als <datei>.BAK gesichert;
      * ein am Texteditor geaenderter Vorstand wird zuvor noch
      * als eigene Version festgehalten. KOMMENTAR= muss als
      * letzter Parameter stehen und darf Leerzeichen enthalten.
      * Ergebnis steht in VERSAUSK.RPT. Fehler und eine
      * abgewiesene Ruecknahme enden mit RETURN-CODE 1; ein
      * Vergleich mit Unterschieden endet mit RETURN-CODE 4.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. versausk.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * VERSEIN ist ein logischer Dateiname; er wird vor dem OPEN
      * per SET ENVIRONMENT auf die jeweilige Version oder die
      * Steuerdatei selbst abgebildet.
           SELECT STAND-DATEI
           ASSIGN TO "VERSEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS STAND-STATUS.

           SELECT KATALOG-DATEI
           ASSIGN TO "VERSIONEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS KATALOG-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "VERSAUSK.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STAND-DATEI
          LABEL RECORDS ARE OMITTED.
           01 STAND-SATZ               PIC X(160).

       FD KATALOG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 KATALOG-SATZ             PIC X(120).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(180).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(200).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(40) OCCURS 5 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.
       01 WS-KOMMENTAR-ANFANG         PIC 9(03)   COMP.

       01 WS-FUNKTION                 PIC X(10)   VALUE SPACES.
          88 FUNKTION-LISTE                       VALUE "LISTE".
          88 FUNKTION-VERGLEICH                   VALUE "VERGLEICH".
          88 FUNKTION-RUECKNAHME                  VALUE "RUECKNAHME".
       01 WS-DATEI-NAME               PIC X(20)   VALUE SPACES.
       01 WS-VON-TEXT                 PIC X(05)   VALUE SPACES.
       01 WS-BIS-TEXT                 PIC X(05)   VALUE SPACES.
       01 WS-VERSION-TEXT             PIC X(05)   VALUE SPACES.
       01 WS-BENUTZER                 PIC X(08)   VALUE SPACES.
       01 WS-KENNWORT                 PIC X(20)   VALUE SPACES.
       01 WS-KOMMENTAR                PIC X(60)   VALUE SPACES.
       01 WS-VON-NUMMER               PIC 9(04)   VALUE ZERO.
       01 WS-BIS-NUMMER               PIC 9(04)   VALUE ZERO.
       01 WS-RUECK-NUMMER             PIC 9(04)   VALUE ZERO.

       01 WS-STAND-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DES-STANDS                      VALUE "J".
       01 WS-KATALOG-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-KATALOGS                    VALUE "J".
       01 WS-FEHLER-SCHALTER          PIC X(01)   VALUE "N".
          88 LAUF-FEHLERHAFT                      VALUE "J".

      * Ein Versionsstand wird in Tabelle A oder B geladen.
       01 WS-LADE-ZIEL                PIC X(01)   VALUE "A".
       01 WS-STANDNAME                PIC X(30)   VALUE SPACES.
       01 WS-TABELLE-A.
          05 WS-ZEILE-A               PIC X(160) OCCURS 1000 TIMES.
       01 WS-ANZAHL-A                 PIC S9(04)  COMP VALUE ZERO.
       01 WS-TABELLE-B.
          05 WS-ZEILE-B               PIC X(160) OCCURS 1000 TIMES.
       01 WS-ANZAHL-B                 PIC S9(04)  COMP VALUE ZERO.
       01 WS-ZEILEN-MAXIMUM           PIC S9(04)  COMP VALUE 1000.

      * Laenge der laengsten gemeinsamen Zeilenfolge ab Zeile I
      * von A und Zeile J von B (Zeile 1001 = hinter dem Ende).
       01 WS-LCS-TABELLE.
          05 WS-LCS-REIHE             OCCURS 1001 TIMES.
             10 WS-LCS                PIC 9(04)   COMP
                                      OCCURS 1001 TIMES.
       01 WS-INDEX-A                  PIC S9(04)  COMP.
       01 WS-INDEX-B                  PIC S9(04)  COMP.
       01 WS-GLEICHE-ZEILEN           PIC 9(05)   COMP VALUE ZERO.
       01 WS-NUR-VON-ZEILEN           PIC 9(05)   COMP VALUE ZERO.
       01 WS-NUR-BIS-ZEILEN           PIC 9(05)   COMP VALUE ZERO.

      * Katalog.
       01 WS-KAT-FELDER.
          05 WS-KAT-DATEI             PIC X(20).
          05 WS-KAT-NUMMER            PIC X(05).
          05 WS-KAT-ZEIT              PIC X(14).
          05 WS-KAT-BENUTZER          PIC X(08).
          05 WS-KAT-KOMMENTAR         PIC X(60).
       01 WS-VERSIONS-ANZAHL          PIC 9(04)   COMP VALUE ZERO.
       01 WS-JUENGSTE-NUMMER          PIC 9(04)   VALUE ZERO.
       01 WS-GEFUNDEN-SCHALTER        PIC X(01)   VALUE "N".
          88 VERSION-GEFUNDEN                     VALUE "J".

       01 WS-LISTENZEILE.
          05 WS-LST-NUMMER            PIC X(06).
          05 WS-LST-DATUM             PIC X(10).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-LST-UHRZEIT           PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-LST-BENUTZER          PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-LST-KOMMENTAR         PIC X(60).

       01 WS-DIFFZEILE.
          05 WS-DIF-ART               PIC X(01).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-DIF-NUMMER            PIC Z(03)9.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-DIF-TEXT              PIC X(160).

       01 WS-ANZAHLZEILE.
          05 WS-ANZ-TEXT              PIC X(32).
          05 WS-ANZ-ANZAHL            PIC Z(06)9.

       01 WS-BERICHTZEILE             PIC X(180).
       01 WS-ANZEIGE-NUMMER           PIC 9(04).
       01 WS-FEHLER-NUMMER            PIC 9(04).
       01 WS-SYSTEMKOMMANDO           PIC X(120).
       01 WS-KOMMANDO-RC              PIC S9(09)  COMP.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==STAND-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==STAND-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==STAND-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==STAND-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==STAND-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==KATALOG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==KATALOG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==KATALOG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==KATALOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==KATALOG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "version.cpy".
       COPY "steuerpr.cpy".
       COPY "zugang.cpy".
       COPY "laufstat.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-VERSIONSAUSKUNFT.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         PERFORM A050-TRENNE-KOMMENTAR-AB.
         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3) WS-WORT(4)
                  WS-WORT(5)
         END-UNSTRING.
         MOVE WS-WORT(1) TO WS-FUNKTION.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 2 BY 1
             UNTIL WS-WORT-INDEX > 5.
         IF (NOT FUNKTION-LISTE AND NOT FUNKTION-VERGLEICH
             AND NOT FUNKTION-RUECKNAHME)
             OR WS-DATEI-NAME = SPACES
             PERFORM A900-ZEIGE-AUFRUF
         END-IF.
      * Nur Steuerdateien mit Pruefregeln werden versioniert.
         MOVE WS-DATEI-NAME TO STP-DATEI.
         MOVE SPACES TO STP-ZEILE.
         CALL "steuerpr" USING STP-BLOCK.
         IF STP-STATUS = "99"
             DISPLAY "VERSAUSK: " FUNCTION TRIM(WS-DATEI-NAME)
                 " ist keine versionierte Steuerdatei"
             STOP RUN RETURNING 1
         END-IF.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open VERSAUSK.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         EVALUATE TRUE
             WHEN FUNKTION-LISTE
                 PERFORM L000-LISTE-VERSIONEN
             WHEN FUNKTION-VERGLEICH
                 PERFORM C000-VERGLEICHE-VERSIONEN
             WHEN FUNKTION-RUECKNAHME
                 PERFORM R000-NIMM-VERSION-ZURUECK
         END-EVALUATE.
         CLOSE BERICHT-DATEI.

         MOVE "versausk" TO STAT-PROGRAMM.
         MOVE WS-ANZAHL-A TO STAT-SAETZE-EIN.
         MOVE WS-ANZAHL-B TO STAT-SAETZE-AUS.
         MOVE ZERO TO STAT-ABGEWIESEN.
         EVALUATE TRUE
             WHEN LAUF-FEHLERHAFT
                 MOVE 1 TO STAT-RC
             WHEN FUNKTION-VERGLEICH
                 AND WS-NUR-VON-ZEILEN + WS-NUR-BIS-ZEILEN > ZERO
                 MOVE 4 TO STAT-RC
             WHEN OTHER
                 MOVE 0 TO STAT-RC
         END-EVALUATE.
         CALL "statistik" USING STAT-BLOCK.
         IF STAT-RC NOT = ZERO
             STOP RUN RETURNING STAT-RC
         END-IF.
         STOP RUN.

      * KOMMENTAR= nimmt den Rest der Kommandozeile; er wird vor
      * dem Zerlegen in Woerter abgetrennt.
       A050-TRENNE-KOMMENTAR-AB.
         MOVE ZERO TO WS-KOMMENTAR-ANFANG.
         INSPECT WS-KOMMANDOZEILE TALLYING WS-KOMMENTAR-ANFANG
             FOR CHARACTERS BEFORE INITIAL "KOMMENTAR=".
         IF WS-KOMMENTAR-ANFANG < 190
             MOVE WS-KOMMANDOZEILE(WS-KOMMENTAR-ANFANG + 11:)
                 TO WS-KOMMENTAR
             MOVE SPACES
                 TO WS-KOMMANDOZEILE(WS-KOMMENTAR-ANFANG + 1:)
         END-IF.

       A100-WERTE-PARAMETER-AUS.
         EVALUATE TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = SPACES
                 CONTINUE
             WHEN WS-WORT(WS-WORT-INDEX)(1:6) = "DATEI="
                 MOVE WS-WORT(WS-WORT-INDEX)(7:20)
                     TO WS-DATEI-NAME
             WHEN WS-WORT(WS-WORT-INDEX)(1:4) = "VON="
                 MOVE WS-WORT(WS-WORT-INDEX)(5:5) TO WS-VON-TEXT
             WHEN WS-WORT(WS-WORT-INDEX)(1:4) = "BIS="
                 MOVE WS-WORT(WS-WORT-INDEX)(5:5) TO WS-BIS-TEXT
             WHEN WS-WORT(WS-WORT-INDEX)(1:8) = "VERSION="
                 MOVE WS-WORT(WS-WORT-INDEX)(9:5)
                     TO WS-VERSION-TEXT
             WHEN WS-WORT(WS-WORT-INDEX)(1:9) = "BENUTZER="
                 MOVE WS-WORT(WS-WORT-INDEX)(10:8) TO WS-BENUTZER
             WHEN OTHER
                 DISPLAY "VERSAUSK: unbekannter Parameter "
                     FUNCTION TRIM(WS-WORT(WS-WORT-INDEX))
                 STOP RUN RETURNING 1
         END-EVALUATE.

       A900-ZEIGE-AUFRUF.
         DISPLAY "VERSAUSK: Aufruf: versausk LISTE DATEI=<datei>".
         DISPLAY "          versausk VERGLEICH DATEI=<datei> "
             "VON=n [BIS=m]".
         DISPLAY "          versausk RUECKNAHME DATEI=<datei> "
             "VERSION=n BENUTZER=<kennung> [KOMMENTAR=<text>]".
         STOP RUN RETURNING 1.

      * Versionsnummer aus einem Parameter; 0 oder nicht
      * numerisch bricht ab.
       A200-PRUEFE-NUMMER.
         IF FUNCTION TRIM(WS-VERSION-TEXT) IS NOT NUMERIC
             OR FUNCTION NUMVAL(WS-VERSION-TEXT) = ZERO
             OR FUNCTION NUMVAL(WS-VERSION-TEXT) > 9999
             DISPLAY "VERSAUSK: Versionsnummer "
                 FUNCTION TRIM(WS-VERSION-TEXT) " ist ungueltig"
             STOP RUN RETURNING 1
         END-IF.
         MOVE FUNCTION NUMVAL(WS-VERSION-TEXT) TO WS-ANZEIGE-NUMMER.

       L000-LISTE-VERSIONEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "VERSAUSK VERSIONEN VON " FUNCTION TRIM(WS-DATEI-NAME)
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-LISTENZEILE.
         MOVE "VERS." TO WS-LST-NUMMER.
         MOVE "DATUM" TO WS-LST-DATUM.
         MOVE "UHRZEIT" TO WS-LST-UHRZEIT.
         MOVE "BENUTZER" TO WS-LST-BENUTZER.
         MOVE "KOMMENTAR" TO WS-LST-KOMMENTAR.
         MOVE WS-LISTENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "L" TO WS-LADE-ZIEL.
         PERFORM K000-LIES-KATALOG.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF WS-VERSIONS-ANZAHL = ZERO
             MOVE "NOCH KEINE VERSION ANGELEGT" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-JUENGSTE-NUMMER TO WS-ANZEIGE-NUMMER.
         PERFORM H000-BILDE-VERSIONSNAMEN.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "cmp -s " FUNCTION TRIM(WS-DATEI-NAME) " "
             FUNCTION TRIM(WS-STANDNAME)
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         IF RETURN-CODE = ZERO
             STRING "JETZIGER STAND ENTSPRICHT VERSION "
                 WS-JUENGSTE-NUMMER
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         ELSE
             STRING "JETZIGER STAND WEICHT VON VERSION "
                 WS-JUENGSTE-NUMMER " AB (AUSSERHALB DER PFLEGE "
                 "GEAENDERT)"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         END-IF.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         DISPLAY "VERSAUSK: " FUNCTION TRIM(WS-DATEI-NAME) ", "
             WS-VERSIONS-ANZAHL " Versionen (siehe VERSAUSK.RPT)".

       C000-VERGLEICHE-VERSIONEN.
         MOVE WS-VON-TEXT TO WS-VERSION-TEXT.
         PERFORM A200-PRUEFE-NUMMER.
         MOVE WS-ANZEIGE-NUMMER TO WS-VON-NUMMER.
         IF WS-BIS-TEXT NOT = SPACES
             MOVE WS-BIS-TEXT TO WS-VERSION-TEXT
             PERFORM A200-PRUEFE-NUMMER
             MOVE WS-ANZEIGE-NUMMER TO WS-BIS-NUMMER
         END-IF.
         MOVE WS-VON-NUMMER TO WS-ANZEIGE-NUMMER.
         PERFORM H100-PRUEFE-VERSION-VORHANDEN.
         PERFORM H000-BILDE-VERSIONSNAMEN.
         MOVE "A" TO WS-LADE-ZIEL.
         PERFORM S000-LADE-STAND.
         IF WS-BIS-NUMMER = ZERO
             MOVE WS-DATEI-NAME TO WS-STANDNAME
         ELSE
             MOVE WS-BIS-NUMMER TO WS-ANZEIGE-NUMMER
             PERFORM H100-PRUEFE-VERSION-VORHANDEN
             PERFORM H000-BILDE-VERSIONSNAMEN
         END-IF.
         MOVE "B" TO WS-LADE-ZIEL.
         PERFORM S000-LADE-STAND.

         MOVE SPACES TO WS-BERICHTZEILE.
         IF WS-BIS-NUMMER = ZERO
             STRING "VERSAUSK VERGLEICH " FUNCTION TRIM(WS-DATEI-NAME)
                 " VERSION " WS-VON-NUMMER " MIT JETZIGEM STAND"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         ELSE
             STRING "VERSAUSK VERGLEICH " FUNCTION TRIM(WS-DATEI-NAME)
                 " VERSION " WS-VON-NUMMER " MIT VERSION "
                 WS-BIS-NUMMER
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         END-IF.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "- = NUR IN VON (ZEILENNUMMER DORT), + = NUR IN BIS "
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM C100-BERECHNE-GEMEINSAME-FOLGE.
         MOVE 1 TO WS-INDEX-A.
         MOVE 1 TO WS-INDEX-B.
         PERFORM C300-GIB-UNTERSCHIED-AUS
             UNTIL WS-INDEX-A > WS-ANZAHL-A
             AND WS-INDEX-B > WS-ANZAHL-B.

         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "GLEICHE ZEILEN                : " TO WS-ANZ-TEXT.
         MOVE WS-GLEICHE-ZEILEN TO WS-ANZ-ANZAHL.
         PERFORM G100-SCHREIBE-ANZAHL.
         MOVE "ZEILEN NUR IN VON (-)         : " TO WS-ANZ-TEXT.
         MOVE WS-NUR-VON-ZEILEN TO WS-ANZ-ANZAHL.
         PERFORM G100-SCHREIBE-ANZAHL.
         MOVE "ZEILEN NUR IN BIS (+)         : " TO WS-ANZ-TEXT.
         MOVE WS-NUR-BIS-ZEILEN TO WS-ANZ-ANZAHL.
         PERFORM G100-SCHREIBE-ANZAHL.
         DISPLAY "VERSAUSK: " FUNCTION TRIM(WS-DATEI-NAME)
             " gleich " WS-GLEICHE-ZEILEN
             ", nur VON " WS-NUR-VON-ZEILEN
             ", nur BIS " WS-NUR-BIS-ZEILEN.

      * Laengste gemeinsame Zeilenfolge, von hinten aufgebaut:
      * WS-LCS(I, J) ist ihre Laenge ab Zeile I von A und Zeile J
      * von B.
       C100-BERECHNE-GEMEINSAME-FOLGE.
         PERFORM C110-LOESCHE-RAND
             VARYING WS-INDEX-A FROM 1 BY 1
             UNTIL WS-INDEX-A > WS-ANZAHL-A + 1.
         PERFORM C120-LOESCHE-RAND
             VARYING WS-INDEX-B FROM 1 BY 1
             UNTIL WS-INDEX-B > WS-ANZAHL-B + 1.
         PERFORM C130-BERECHNE-ZELLE
             VARYING WS-INDEX-A FROM WS-ANZAHL-A BY -1
             UNTIL WS-INDEX-A < 1
             AFTER WS-INDEX-B FROM WS-ANZAHL-B BY -1
             UNTIL WS-INDEX-B < 1.

       C110-LOESCHE-RAND.
         MOVE ZERO TO WS-LCS(WS-INDEX-A, WS-ANZAHL-B + 1).

       C120-LOESCHE-RAND.
         MOVE ZERO TO WS-LCS(WS-ANZAHL-A + 1, WS-INDEX-B).

       C130-BERECHNE-ZELLE.
         IF WS-ZEILE-A(WS-INDEX-A) = WS-ZEILE-B(WS-INDEX-B)
             COMPUTE WS-LCS(WS-INDEX-A, WS-INDEX-B) =
                 WS-LCS(WS-INDEX-A + 1, WS-INDEX-B + 1) + 1
         ELSE
             IF WS-LCS(WS-INDEX-A + 1, WS-INDEX-B)
                 NOT < WS-LCS(WS-INDEX-A, WS-INDEX-B + 1)
                 MOVE WS-LCS(WS-INDEX-A + 1, WS-INDEX-B)
                     TO WS-LCS(WS-INDEX-A, WS-INDEX-B)
             ELSE
                 MOVE WS-LCS(WS-INDEX-A, WS-INDEX-B + 1)
                     TO WS-LCS(WS-INDEX-A, WS-INDEX-B)
             END-IF
         END-IF.

      * Ein Schritt durch beide Staende: gleiche Zeile
      * uebergehen, sonst die Zeile ausgeben, die nicht zur
      * gemeinsamen Folge gehoert.
       C300-GIB-UNTERSCHIED-AUS.
         EVALUATE TRUE
             WHEN WS-INDEX-A > WS-ANZAHL-A
                 PERFORM C320-NUR-IN-BIS
             WHEN WS-INDEX-B > WS-ANZAHL-B
                 PERFORM C310-NUR-IN-VON
             WHEN WS-ZEILE-A(WS-INDEX-A) = WS-ZEILE-B(WS-INDEX-B)
                 ADD 1 TO WS-GLEICHE-ZEILEN
                 ADD 1 TO WS-INDEX-A
                 ADD 1 TO WS-INDEX-B
             WHEN WS-LCS(WS-INDEX-A + 1, WS-INDEX-B)
                 NOT < WS-LCS(WS-INDEX-A, WS-INDEX-B + 1)
                 PERFORM C310-NUR-IN-VON
             WHEN OTHER
                 PERFORM C320-NUR-IN-BIS
         END-EVALUATE.

       C310-NUR-IN-VON.
         MOVE "-" TO WS-DIF-ART.
         MOVE WS-INDEX-A TO WS-DIF-NUMMER.
         MOVE WS-ZEILE-A(WS-INDEX-A) TO WS-DIF-TEXT.
         MOVE WS-DIFFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         ADD 1 TO WS-NUR-VON-ZEILEN.
         ADD 1 TO WS-INDEX-A.

       C320-NUR-IN-BIS.
         MOVE "+" TO WS-DIF-ART.
         MOVE WS-INDEX-B TO WS-DIF-NUMMER.
         MOVE WS-ZEILE-B(WS-INDEX-B) TO WS-DIF-TEXT.
         MOVE WS-DIFFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         ADD 1 TO WS-NUR-BIS-ZEILEN.
         ADD 1 TO WS-INDEX-B.

       R000-NIMM-VERSION-ZURUECK.
         PERFORM A200-PRUEFE-NUMMER.
         MOVE WS-ANZEIGE-NUMMER TO WS-RUECK-NUMMER.
         IF WS-BENUTZER = SPACES
             PERFORM A900-ZEIGE-AUFRUF
         END-IF.
         PERFORM H100-PRUEFE-VERSION-VORHANDEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "VERSAUSK RUECKNAHME " FUNCTION TRIM(WS-DATEI-NAME)
             " AUF VERSION " WS-RUECK-NUMMER
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM R100-MELDE-AN.
         IF LAUF-FEHLERHAFT
             EXIT PARAGRAPH
         END-IF.

      * Die Version muss die Pruefung bestehen, die betrmask vor
      * dem Speichern verlangt.
         PERFORM H000-BILDE-VERSIONSNAMEN.
         MOVE "A" TO WS-LADE-ZIEL.
         PERFORM S000-LADE-STAND.
         PERFORM R200-PRUEFE-GANZE-VERSION.
         IF LAUF-FEHLERHAFT
             PERFORM R900-MELDE-AB
             EXIT PARAGRAPH
         END-IF.

      * Ein am Texteditor geaenderter Vorstand wird noch als
      * eigene Version festgehalten, bevor er ersetzt wird.
         MOVE "SICHERN" TO VER-FUNKTION.
         MOVE WS-DATEI-NAME TO VER-DATEI.
         MOVE SPACES TO VER-BENUTZER.
         MOVE "STAND VOR DER RUECKNAHME" TO VER-KOMMENTAR.
         CALL "version" USING VER-BLOCK.
         IF VER-STATUS NOT = "00"
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "VORSTAND NICHT VERSIONIERBAR, STATUS "
                 VER-STATUS " - KEINE RUECKNAHME"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM R800-MELDE-FEHLER
             PERFORM R900-MELDE-AB
             EXIT PARAGRAPH
         END-IF.

         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "cp " FUNCTION TRIM(WS-DATEI-NAME) " "
             FUNCTION TRIM(WS-DATEI-NAME) ".BAK && cp "
             FUNCTION TRIM(WS-STANDNAME) " "
             FUNCTION TRIM(WS-DATEI-NAME)
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             MOVE "ZURUECKSCHREIBEN FEHLGESCHLAGEN" TO WS-BERICHTZEILE
             PERFORM R800-MELDE-FEHLER
             PERFORM R900-MELDE-AB
             EXIT PARAGRAPH
         END-IF.

         MOVE "SICHERN" TO VER-FUNKTION.
         MOVE WS-DATEI-NAME TO VER-DATEI.
         MOVE WS-BENUTZER TO VER-BENUTZER.
         MOVE SPACES TO VER-KOMMENTAR.
         STRING "RUECKNAHME AUF V" WS-RUECK-NUMMER ": "
             WS-KOMMENTAR
             DELIMITED BY SIZE INTO VER-KOMMENTAR.
         CALL "version" USING VER-BLOCK.
         MOVE SPACES TO WS-BERICHTZEILE.
         IF VER-STATUS = "00"
             STRING FUNCTION TRIM(WS-DATEI-NAME)
                 " AUF VERSION " WS-RUECK-NUMMER
                 " ZURUECKGESETZT, NEUE VERSION " VER-NUMMER
                 ", ALTER STAND IN .BAK"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         ELSE
             STRING FUNCTION TRIM(WS-DATEI-NAME)
                 " AUF VERSION " WS-RUECK-NUMMER
                 " ZURUECKGESETZT, ABER NICHT VERSIONIERT (STATUS "
                 VER-STATUS ")"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             SET LAUF-FEHLERHAFT TO TRUE
         END-IF.
         DISPLAY "VERSAUSK: " FUNCTION TRIM(WS-BERICHTZEILE).
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         MOVE SPACES TO ZUG-TEXT.
         STRING FUNCTION TRIM(WS-DATEI-NAME) " AUF VERSION "
             WS-RUECK-NUMMER " ZURUECKGENOMMEN, NEU " VER-NUMMER
             DELIMITED BY SIZE INTO ZUG-TEXT.
         MOVE "AENDERUNG" TO ZUG-FUNKTION.
         CALL "zugang" USING ZUG-BLOCK.
         IF ZUG-STATUS NOT = "00"
             MOVE "ZUGRIFFSPROTOKOLL ZUGANG.LOG NICHT BESCHREIBBAR"
                 TO WS-BERICHTZEILE
             PERFORM R800-MELDE-FEHLER
         END-IF.
         PERFORM R900-MELDE-AB.

      * Anmeldung mit Kennwort von der Konsole und dieselbe
      * Rollenpruefung wie in betrmask.
       R100-MELDE-AN.
         DISPLAY "KENNWORT FUER " FUNCTION TRIM(WS-BENUTZER) ": "
             WITH NO ADVANCING.
         ACCEPT WS-KENNWORT.
         MOVE "ANMELDEN" TO ZUG-FUNKTION.
         MOVE "versausk" TO ZUG-PROGRAMM.
         MOVE WS-BENUTZER TO ZUG-BENUTZER.
         MOVE WS-KENNWORT TO ZUG-KENNWORT.
         MOVE SPACES TO WS-KENNWORT.
         CALL "zugang" USING ZUG-BLOCK.
         IF ZUG-STATUS NOT = "00"
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "ANMELDUNG GESCHEITERT (STATUS " ZUG-STATUS ")"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM R800-MELDE-FEHLER
             EXIT PARAGRAPH
         END-IF.
         MOVE ZUG-BENUTZER TO WS-BENUTZER.
         IF WS-DATEI-NAME = "SCHLUESSEL.DAT"
             MOVE "S" TO ZUG-ROLLE
         ELSE
             MOVE "B" TO ZUG-ROLLE
         END-IF.
         MOVE "R" TO ZUG-AUSWAHL.
         MOVE "PRUEFEN" TO ZUG-FUNKTION.
         CALL "zugang" USING ZUG-BLOCK.
         IF ZUG-STATUS NOT = "00"
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "KEINE BERECHTIGUNG (ROLLE " ZUG-ROLLE ")"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM R800-MELDE-FEHLER
             PERFORM R900-MELDE-AB
         END-IF.

      * Jede Zeile mit den Regeln aus steuerpr; die erste
      * fehlerhafte Zeile haelt die Ruecknahme an.
       R200-PRUEFE-GANZE-VERSION.
         MOVE "00" TO STP-STATUS.
         PERFORM R210-PRUEFE-VERSIONSZEILE
             VARYING WS-INDEX-A FROM 1 BY 1
             UNTIL WS-INDEX-A > WS-ANZAHL-A
             OR STP-STATUS NOT = "00".
         IF STP-STATUS NOT = "00"
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "KEINE RUECKNAHME - ZEILE " WS-FEHLER-NUMMER
                 " DER VERSION IST FEHLERHAFT: "
                 FUNCTION TRIM(STP-MELDUNG)
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM R800-MELDE-FEHLER
         END-IF.

       R210-PRUEFE-VERSIONSZEILE.
         MOVE WS-DATEI-NAME TO STP-DATEI.
         MOVE WS-ZEILE-A(WS-INDEX-A) TO STP-ZEILE.
         CALL "steuerpr" USING STP-BLOCK.
         IF STP-STATUS NOT = "00"
             MOVE WS-INDEX-A TO WS-FEHLER-NUMMER
         END-IF.

       R800-MELDE-FEHLER.
         DISPLAY "VERSAUSK: " FUNCTION TRIM(WS-BERICHTZEILE).
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         SET LAUF-FEHLERHAFT TO TRUE.

       R900-MELDE-AB.
         MOVE "ABMELDEN" TO ZUG-FUNKTION.
         CALL "zugang" USING ZUG-BLOCK.

      * Versionsname <DATEI>.V<nnnn> zu WS-ANZEIGE-NUMMER.
       H000-BILDE-VERSIONSNAMEN.
         MOVE SPACES TO WS-STANDNAME.
         STRING FUNCTION TRIM(WS-DATEI-NAME) ".V" WS-ANZEIGE-NUMMER
             DELIMITED BY SIZE INTO WS-STANDNAME.

      * Die Version WS-ANZEIGE-NUMMER muss im Katalog stehen.
       H100-PRUEFE-VERSION-VORHANDEN.
         MOVE "S" TO WS-LADE-ZIEL.
         PERFORM K000-LIES-KATALOG.
         IF NOT VERSION-GEFUNDEN
             DISPLAY "VERSAUSK: Version " WS-ANZEIGE-NUMMER " von "
                 FUNCTION TRIM(WS-DATEI-NAME)
                 " steht nicht in VERSIONEN.DAT"
             STOP RUN RETURNING 1
         END-IF.

      * Katalog lesen: WS-LADE-ZIEL L = Versionen listen, S = nur
      * nach Version WS-ANZEIGE-NUMMER suchen.
       K000-LIES-KATALOG.
         MOVE ZERO TO WS-VERSIONS-ANZAHL WS-JUENGSTE-NUMMER.
         MOVE "N" TO WS-GEFUNDEN-SCHALTER.
         MOVE "N" TO WS-KATALOG-ENDE-SCHALTER.
         OPEN INPUT KATALOG-DATEI.
         IF KATALOG-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT KATALOG-STATUS-OK
             DISPLAY "Sorry, unable to open VERSIONEN.DAT, status "
                 KATALOG-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM K100-LIES-KATALOGZEILE.
         PERFORM K200-WERTE-KATALOGZEILE-AUS
             UNTIL ENDE-DES-KATALOGS.
         CLOSE KATALOG-DATEI.

       K100-LIES-KATALOGZEILE.
         READ KATALOG-DATEI
             AT END SET ENDE-DES-KATALOGS TO TRUE.
         IF NOT KATALOG-STATUS-OK AND NOT KATALOG-STATUS-ENDE
             DISPLAY "Sorry, error reading VERSIONEN.DAT, status "
                 KATALOG-STATUS
             STOP RUN RETURNING 1
         END-IF.

       K200-WERTE-KATALOGZEILE-AUS.
         MOVE SPACES TO WS-KAT-FELDER.
         UNSTRING KATALOG-SATZ DELIMITED BY ";"
             INTO WS-KAT-DATEI WS-KAT-NUMMER WS-KAT-ZEIT
                  WS-KAT-BENUTZER WS-KAT-KOMMENTAR
         END-UNSTRING.
         IF WS-KAT-DATEI = WS-DATEI-NAME
             AND WS-KAT-NUMMER(1:4) IS NUMERIC
             ADD 1 TO WS-VERSIONS-ANZAHL
             IF WS-KAT-NUMMER(1:4) > WS-JUENGSTE-NUMMER
                 MOVE WS-KAT-NUMMER(1:4) TO WS-JUENGSTE-NUMMER
             END-IF
             IF WS-KAT-NUMMER(1:4) = WS-ANZEIGE-NUMMER
                 SET VERSION-GEFUNDEN TO TRUE
             END-IF
             IF WS-LADE-ZIEL = "L"
                 PERFORM K300-SCHREIBE-VERSIONSZEILE
             END-IF
         END-IF.
         PERFORM K100-LIES-KATALOGZEILE.

       K300-SCHREIBE-VERSIONSZEILE.
         MOVE SPACES TO WS-LISTENZEILE.
         MOVE WS-KAT-NUMMER(1:4) TO WS-LST-NUMMER.
         STRING WS-KAT-ZEIT(7:2) "." WS-KAT-ZEIT(5:2) "."
             WS-KAT-ZEIT(1:4)
             DELIMITED BY SIZE INTO WS-LST-DATUM.
         STRING WS-KAT-ZEIT(9:2) ":" WS-KAT-ZEIT(11:2) ":"
             WS-KAT-ZEIT(13:2)
             DELIMITED BY SIZE INTO WS-LST-UHRZEIT.
         MOVE WS-KAT-BENUTZER TO WS-LST-BENUTZER.
         MOVE WS-KAT-KOMMENTAR TO WS-LST-KOMMENTAR.
         MOVE WS-LISTENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Einen Stand (Version oder die Steuerdatei selbst, Name in
      * WS-STANDNAME) nach Tabelle A oder B laden.
       S000-LADE-STAND.
         IF WS-LADE-ZIEL = "A"
             MOVE ZERO TO WS-ANZAHL-A
         ELSE
             MOVE ZERO TO WS-ANZAHL-B
         END-IF.
         MOVE "N" TO WS-STAND-ENDE-SCHALTER.
         SET ENVIRONMENT "VERSEIN" TO FUNCTION TRIM(WS-STANDNAME).
         OPEN INPUT STAND-DATEI.
         IF NOT STAND-STATUS-OK
             DISPLAY "VERSAUSK: " FUNCTION TRIM(WS-STANDNAME)
                 " nicht lesbar, Status " STAND-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM S100-LIES-STANDZEILE.
         PERFORM S200-UEBERNIMM-STANDZEILE
             UNTIL ENDE-DES-STANDS.
         CLOSE STAND-DATEI.

       S100-LIES-STANDZEILE.
         READ STAND-DATEI
             AT END SET ENDE-DES-STANDS TO TRUE.
         IF NOT STAND-STATUS-OK AND NOT STAND-STATUS-ENDE
             DISPLAY "Sorry, error reading "
                 FUNCTION TRIM(WS-STANDNAME) ", status "
                 STAND-STATUS
             STOP RUN RETURNING 1
         END-IF.

       S200-UEBERNIMM-STANDZEILE.
         IF WS-LADE-ZIEL = "A"
             IF WS-ANZAHL-A NOT < WS-ZEILEN-MAXIMUM
                 PERFORM S900-MELDE-ZU-GROSS
             END-IF
             ADD 1 TO WS-ANZAHL-A
             MOVE STAND-SATZ TO WS-ZEILE-A(WS-ANZAHL-A)
         ELSE
             IF WS-ANZAHL-B NOT < WS-ZEILEN-MAXIMUM
                 PERFORM S900-MELDE-ZU-GROSS
             END-IF
             ADD 1 TO WS-ANZAHL-B
             MOVE STAND-SATZ TO WS-ZEILE-B(WS-ANZAHL-B)
         END-IF.
         PERFORM S100-LIES-STANDZEILE.

       S900-MELDE-ZU-GROSS.
         DISPLAY "VERSAUSK: " FUNCTION TRIM(WS-STANDNAME)
             " hat mehr als " WS-ZEILEN-MAXIMUM " Zeilen".
         STOP RUN RETURNING 1.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing VERSAUSK.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.

       G100-SCHREIBE-ANZAHL.
         MOVE WS-ANZAHLZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       END PROGRAM versausk.

      * vim:ai sw=4 sts=4 expandtab
