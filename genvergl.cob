      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Generationsvergleich: gendient haelt die letzten
      * Generationen von ZEILDRCK, STDINOUT und MASKAUD vor, aber
      * wenn die Etiketten von heute anders aussehen als die der
      * Vorwoche, wurde bisher am Bildschirm verglichen. Dieses
      * Programm vergleicht zwei Fassungen einer Datei:
      *     genvergl ALT=<datei|generation> NEU=<datei|generation>
      *              [KENNUNG=<katalogkennung>] [SCHWELLE=<prozent>]
      *              [SCHLUESSEL=ADR|PIPE|SATZ]
      * Mit KENNUNG= sind numerische ALT/NEU Generationsnummern
      * aus GENKATALOG.DAT (siehe gendient); fehlt NEU, gilt die
      * juengste Generation, fehlt ALT, die juengste Generation
      * vor NEU (ist NEU eine Datei: die juengste ueberhaupt). So
      * vergleicht ein Batchschritt die frische Ausgabe mit der
      * letzten katalogisierten Fassung, bevor gendient sie
      * ablegt. Ohne KENNUNG= sind ALT und NEU Dateinamen.
      * Beide Umschlaege werden geprueft (Kopf, Satzanzahl,
      * Hashsumme); ein fehlerhafter Umschlag oder verschiedene
      * Dateikennungen brechen den Vergleich ab. Eine Datei ganz
      * ohne Umschlag (STDINOUT.AUD) wird verglichen, wenn es die
      * andere auch ist. Zeilen- und Festsatzdateien (wie
      * STDINOUT.OUT) werden beide gelesen; verglichen werden die
      * ersten 2048 Stellen je Satz.
      * Abgleich: Satzbild adresse.cpy (Kennungen ADRMAST,
      * ADRCLEAN, ADRREJ, ADRWAHL, ADRSORT, ADRAUSL, ADRHAUSH,
      * ADRSTICH, BESTWAHL) ueber ADR-ID mit Anzeige je
      * geaendertem Feld, HAUPTAUS.DAT (pipesatz.cpy) ueber
      * PIPE-TYP und PIPE-LFDNR, alle anderen Dateien ueber den
      * ganzen Satz - dort gibt es nur hinzugekommene und
      * entfallene Saetze. SCHLUESSEL= setzt den Abgleich
      * ausdruecklich. Der Bericht GENVERGL.RPT zeigt bis zu 1000
      * Unterschiede einzeln und schliesst mit einer Summenzeile.
      * RETURN-CODE 4, wenn hinzugekommene, entfallene und
      * geaenderte Saetze zusammen mehr als SCHWELLE Prozent
      * (Standard 10) der alten Satzanzahl ausmachen; 8, wenn ein
      * Umschlag nicht stimmt oder eine Datei fehlt.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Feldtabelle um ADR-LOESCHKZ und ADR-LOESCHDATUM
      *     erweitert (siehe adresse.cpy): eine logische Loeschung
      *     oder Wiederherstellung erscheint als geaendertes Feld.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. genvergl.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       REPLACE ==LRECL-MAGIC-NUMBER== BY ==32768==.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KATALOG-DATEI
           ASSIGN TO "GENKATALOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS KATALOG-STATUS.

      * VGLEIN ist ein logischer Dateiname; er wird vor jedem OPEN
      * per SET ENVIRONMENT auf die alte bzw. neue Fassung
      * abgebildet, gelesen als Zeilen- oder als Festsatzdatei.
           SELECT ZEILEN-DATEI
           ASSIGN TO "VGLEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ZEILEN-STATUS.

           SELECT FEST-DATEI
           ASSIGN TO "VGLEIN"
           ORGANIZATION IS SEQUENTIAL
           STATUS IS FEST-STATUS.

           SELECT ALT-ARBEIT
           ASSIGN TO "GENVERGL.TMA"
           ORGANIZATION IS SEQUENTIAL
           STATUS IS ALT-ARB-STATUS.

           SELECT NEU-ARBEIT
           ASSIGN TO "GENVERGL.TMN"
           ORGANIZATION IS SEQUENTIAL
           STATUS IS NEU-ARB-STATUS.

           SELECT SORTIER-DATEI
           ASSIGN TO "GENVERGL.TMP".

           SELECT BERICHT-DATEI
           ASSIGN TO "GENVERGL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KATALOG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 KATALOG-SATZ             PIC X(120).

       FD ZEILEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ZEILEN-SATZ              PIC X(2048).

       FD FEST-DATEI
          LABEL RECORDS ARE OMITTED.
           01 FEST-SATZ                PIC X(LRECL-MAGIC-NUMBER).

       FD ALT-ARBEIT
          LABEL RECORDS ARE OMITTED.
           01 ALT-ARB-SATZ.
              05 ALT-ARB-SCHLUESSEL    PIC X(20).
              05 ALT-ARB-DATEN         PIC X(2048).

       FD NEU-ARBEIT
          LABEL RECORDS ARE OMITTED.
           01 NEU-ARB-SATZ.
              05 NEU-ARB-SCHLUESSEL    PIC X(20).
              05 NEU-ARB-DATEN         PIC X(2048).

       SD SORTIER-DATEI.
           01 SORTIER-SATZ.
              05 SRT-SCHLUESSEL        PIC X(20).
              05 SRT-DATEN             PIC X(2048).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(240).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(70) OCCURS 5 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.

       01 WS-ALT-ANGABE               PIC X(60)   VALUE SPACES.
       01 WS-NEU-ANGABE               PIC X(60)   VALUE SPACES.
       01 WS-KAT-KENNUNG              PIC X(20)   VALUE SPACES.
       01 WS-SCHWELLE-TEXT            PIC X(05)   VALUE SPACES.
       01 WS-SCHWELLE                 PIC 9(03)   VALUE 10.
       01 WS-ABGLEICH                 PIC X(04)   VALUE SPACES.
          88 ABGLEICH-ADRESSE                     VALUE "ADR".
          88 ABGLEICH-PIPELINE                    VALUE "PIPE".
          88 ABGLEICH-SATZ                        VALUE "SATZ".
       01 WS-HEUTE                    PIC X(08).

      * Generationen der Katalogkennung aus GENKATALOG.DAT.
       01 WS-GENERATIONEN.
          05 GEN-EINTRAG              OCCURS 100 TIMES.
             10 GEN-NUMMER            PIC 9(04).
             10 GEN-DATEINAME         PIC X(60).
       01 WS-GEN-ANZAHL               PIC 9(03)   COMP VALUE ZERO.
       01 WS-GEN-MAXIMUM              PIC 9(03)   COMP VALUE 100.
       01 WS-GEN-INDEX                PIC 9(03)   COMP VALUE ZERO.
       01 WS-GEN-GESUCHT              PIC 9(04)   VALUE ZERO.
       01 WS-GEN-OBERGRENZE           PIC 9(05)   VALUE ZERO.
       01 WS-GEN-BESTE                PIC 9(04)   VALUE ZERO.
       01 WS-GEN-NAME                 PIC X(60)   VALUE SPACES.
       01 WS-NEU-GENERATION           PIC 9(05)   VALUE 99999.
       01 WS-FELD-KENNUNG             PIC X(20).
       01 WS-FELD-GENERATION          PIC X(05).
       01 WS-FELD-DATEINAME           PIC X(60).

       01 WS-KATALOG-ENDE-SCHALTER    PIC X(01).
          88 ENDE-DES-KATALOGS                    VALUE "J".
       01 WS-DATEI-ENDE-SCHALTER      PIC X(01).
          88 ENDE-DER-DATEI                       VALUE "J".
       01 WS-ALT-ENDE-SCHALTER        PIC X(01).
          88 ENDE-ALT                             VALUE "J".
       01 WS-NEU-ENDE-SCHALTER        PIC X(01).
          88 ENDE-NEU                             VALUE "J".
       01 WS-LESEFEHLER-SCHALTER      PIC X(01).
          88 LESEFEHLER                           VALUE "J".
       01 WS-ENDESATZ-SCHALTER        PIC X(01).
          88 ENDESATZ-GEPRUEFT                    VALUE "J".

      * Ergebnis der Umschlagpruefung einer Fassung.
       01 WS-PRUEFUNG.
          05 PRF-DATEI                PIC X(60).
          05 PRF-SATZFORM             PIC X(01).
             88 PRF-ZEILENDATEI                   VALUE "Z".
             88 PRF-FESTSATZDATEI                 VALUE "F".
          05 PRF-UMSCHLAG             PIC X(01).
             88 PRF-MIT-UMSCHLAG                  VALUE "J".
             88 PRF-OHNE-UMSCHLAG                 VALUE "N".
             88 PRF-UMSCHLAG-FEHLERHAFT           VALUE "F".
             88 PRF-DATEI-FEHLT                   VALUE "X".
          05 PRF-KENNUNG              PIC X(08).
          05 PRF-PROGRAMM             PIC X(08).
          05 PRF-LAUFDATUM            PIC 9(08).
          05 PRF-GENERATION           PIC 9(04).
          05 PRF-SAETZE               PIC 9(09).
          05 PRF-HASHSUMME            PIC 9(09).
       01 WS-ALT-PRUEFUNG.
          05 ALT-DATEI                PIC X(60).
          05 ALT-SATZFORM             PIC X(01).
          05 ALT-UMSCHLAG             PIC X(01).
             88 ALT-MIT-UMSCHLAG                  VALUE "J".
          05 ALT-KENNUNG              PIC X(08).
          05 ALT-PROGRAMM             PIC X(08).
          05 ALT-LAUFDATUM            PIC 9(08).
          05 ALT-GENERATION           PIC 9(04).
          05 ALT-SAETZE               PIC 9(09).
          05 ALT-HASHSUMME            PIC 9(09).
       01 WS-NEU-PRUEFUNG.
          05 NEU-DATEI                PIC X(60).
          05 NEU-SATZFORM             PIC X(01).
          05 NEU-UMSCHLAG             PIC X(01).
             88 NEU-MIT-UMSCHLAG                  VALUE "J".
          05 NEU-KENNUNG              PIC X(08).
          05 NEU-PROGRAMM             PIC X(08).
          05 NEU-LAUFDATUM            PIC 9(08).
          05 NEU-GENERATION           PIC 9(04).
          05 NEU-SAETZE               PIC 9(09).
          05 NEU-HASHSUMME            PIC 9(09).

       01 WS-SATZ                     PIC X(2048).
       01 WS-ALT-VERGLEICH            PIC X(2048).
       01 WS-NEU-VERGLEICH            PIC X(2048).

      * Feldtabelle nach adresse.cpy fuer die Anzeige geaenderter
      * Adresssaetze: Name, Anfang, Laenge.
       01 WS-FELDWERTE.
          05 FILLER PIC X(27) VALUE "ADR-ID              0001006".
          05 FILLER PIC X(27) VALUE "ADR-NAME            0007040".
          05 FILLER PIC X(27) VALUE "ADR-ABTEILUNG       0047040".
          05 FILLER PIC X(27) VALUE "ADR-ORGANISATION    0087040".
          05 FILLER PIC X(27) VALUE "ADR-STRASSE         0127040".
          05 FILLER PIC X(27) VALUE "ADR-ORT             0167040".
          05 FILLER PIC X(27) VALUE "ADR-STAAT           0207020".
          05 FILLER PIC X(27) VALUE "ADR-PLZ             0227010".
          05 FILLER PIC X(27) VALUE "ADR-LAND            0237003".
          05 FILLER PIC X(27) VALUE "ADR-ZUSTELL         0240001".
          05 FILLER PIC X(27) VALUE "ADR-ORG-NR          0241005".
          05 FILLER PIC X(27) VALUE "ADR-LOESCHKZ        0246001".
          05 FILLER PIC X(27) VALUE "ADR-LOESCHDATUM     0247008".
       01 WS-FELDTABELLE REDEFINES WS-FELDWERTE.
          05 FLD-EINTRAG              OCCURS 13 TIMES.
             10 FLD-NAME              PIC X(20).
             10 FLD-ANFANG            PIC 9(04).
             10 FLD-LAENGE            PIC 9(03).
       01 WS-FELD-ANZAHL              PIC 9(02)   COMP VALUE 13.
       01 WS-FELD-INDEX               PIC 9(02)   COMP VALUE ZERO.

       01 WS-ALT-ZAEHLER              PIC 9(09)   VALUE ZERO.
       01 WS-NEU-ZAEHLER              PIC 9(09)   VALUE ZERO.
       01 WS-VERGLEICH-ANZAHL         PIC 9(09)   VALUE ZERO.
       01 WS-GLEICH-ZAEHLER           PIC 9(09)   VALUE ZERO.
       01 WS-HINZU-ZAEHLER            PIC 9(09)   VALUE ZERO.
       01 WS-ENTFALLEN-ZAEHLER        PIC 9(09)   VALUE ZERO.
       01 WS-GEAENDERT-ZAEHLER        PIC 9(09)   VALUE ZERO.
       01 WS-ABWEICHUNG-ZAEHLER       PIC 9(09)   VALUE ZERO.
       01 WS-DETAIL-ZAEHLER           PIC 9(09)   VALUE ZERO.
       01 WS-DETAIL-MAXIMUM           PIC 9(09)   VALUE 1000.
       01 WS-ABWEICHUNG-PROZENT       PIC 9(05)V9 VALUE ZERO.
       01 WS-PROZENT-ANZEIGE          PIC ZZZZ9.9.
       01 WS-RUECKGABE                PIC 9(02)   VALUE ZERO.

       01 WS-KOMMANDO                 PIC X(200).
       01 WS-ZEILE                    PIC X(132).
       01 WS-ZEILE-SATZART            PIC X(12).

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==KATALOG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==KATALOG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==KATALOG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==KATALOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==KATALOG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ZEILEN-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ZEILEN-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ZEILEN-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ZEILEN-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ZEILEN-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==FEST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==FEST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==FEST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==FEST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==FEST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ALT-ARB-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ALT-ARB-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ALT-ARB-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ALT-ARB-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ALT-ARB-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==NEU-ARB-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==NEU-ARB-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==NEU-ARB-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==NEU-ARB-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==NEU-ARB-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==VGL-UMS==.

       COPY "laufstat.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-VERGLEICHE-GENERATIONEN.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3) WS-WORT(4)
                  WS-WORT(5)
         END-UNSTRING.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 5.
         IF WS-KAT-KENNUNG = SPACES
             AND (WS-ALT-ANGABE = SPACES OR WS-NEU-ANGABE = SPACES)
             DISPLAY "GENVERGL: Aufruf: genvergl "
                 "ALT=<datei|generation> NEU=<datei|generation> "
                 "[KENNUNG=<kennung>] [SCHWELLE=<prozent>] "
                 "[SCHLUESSEL=ADR|PIPE|SATZ]"
             STOP RUN RETURNING 1
         END-IF.
         IF WS-SCHWELLE-TEXT NOT = SPACES
             IF FUNCTION TRIM(WS-SCHWELLE-TEXT) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-SCHWELLE-TEXT)
                     TO WS-SCHWELLE
             ELSE
                 DISPLAY "GENVERGL: SCHWELLE=" WS-SCHWELLE-TEXT
                     " ist nicht numerisch"
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         IF WS-ABGLEICH NOT = SPACES
             AND NOT ABGLEICH-ADRESSE AND NOT ABGLEICH-PIPELINE
             AND NOT ABGLEICH-SATZ
             DISPLAY "GENVERGL: SCHLUESSEL=" WS-ABGLEICH
                 " ist weder ADR noch PIPE noch SATZ"
             STOP RUN RETURNING 1
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.

         IF WS-KAT-KENNUNG NOT = SPACES
             PERFORM C000-BESTIMME-GENERATIONEN
             IF WS-ALT-ANGABE = SPACES OR WS-NEU-ANGABE = SPACES
                 DISPLAY "GENVERGL: keine Vergleichsgeneration von "
                     FUNCTION TRIM(WS-KAT-KENNUNG)
                     " katalogisiert, kein Vergleich"
                 STOP RUN
             END-IF
         END-IF.

         MOVE WS-ALT-ANGABE TO PRF-DATEI.
         PERFORM P000-PRUEFE-FASSUNG.
         MOVE WS-PRUEFUNG TO WS-ALT-PRUEFUNG.
         MOVE WS-NEU-ANGABE TO PRF-DATEI.
         PERFORM P000-PRUEFE-FASSUNG.
         MOVE WS-PRUEFUNG TO WS-NEU-PRUEFUNG.
         PERFORM B000-PRUEFE-ZUSAMMENHANG.
         IF WS-ABGLEICH = SPACES
             PERFORM B100-WAEHLE-ABGLEICH
         END-IF.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open GENVERGL.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM D000-SCHREIBE-KOPF.

         SORT SORTIER-DATEI
             ON ASCENDING KEY SRT-SCHLUESSEL
             ON ASCENDING KEY SRT-DATEN
             INPUT PROCEDURE IS S100-GIB-ALTE-FASSUNG
             GIVING ALT-ARBEIT.
         SORT SORTIER-DATEI
             ON ASCENDING KEY SRT-SCHLUESSEL
             ON ASCENDING KEY SRT-DATEN
             INPUT PROCEDURE IS S200-GIB-NEUE-FASSUNG
             GIVING NEU-ARBEIT.

         PERFORM M000-GLEICHE-AB.
         PERFORM H000-SCHREIBE-SUMME.
         CLOSE BERICHT-DATEI.
         MOVE SPACES TO WS-KOMMANDO.
         MOVE "rm -f GENVERGL.TMA GENVERGL.TMN" TO WS-KOMMANDO.
         CALL "SYSTEM" USING WS-KOMMANDO.

         MOVE "genvergl" TO STAT-PROGRAMM.
         COMPUTE STAT-SAETZE-EIN = WS-ALT-ZAEHLER + WS-NEU-ZAEHLER.
         MOVE ZERO TO STAT-SAETZE-AUS.
         MOVE WS-ABWEICHUNG-ZAEHLER TO STAT-ABGEWIESEN.
         MOVE WS-RUECKGABE TO STAT-RC.
         CALL "statistik" USING STAT-BLOCK.
         IF WS-RUECKGABE NOT = ZERO
             STOP RUN RETURNING WS-RUECKGABE
         END-IF.
         STOP RUN.

       A100-WERTE-PARAMETER-AUS.
         EVALUATE TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = SPACES
                 CONTINUE
             WHEN WS-WORT(WS-WORT-INDEX)(1:4) = "ALT="
                 MOVE WS-WORT(WS-WORT-INDEX)(5:60)
                     TO WS-ALT-ANGABE
             WHEN WS-WORT(WS-WORT-INDEX)(1:4) = "NEU="
                 MOVE WS-WORT(WS-WORT-INDEX)(5:60)
                     TO WS-NEU-ANGABE
             WHEN WS-WORT(WS-WORT-INDEX)(1:8) = "KENNUNG="
                 MOVE WS-WORT(WS-WORT-INDEX)(9:20)
                     TO WS-KAT-KENNUNG
             WHEN WS-WORT(WS-WORT-INDEX)(1:9) = "SCHWELLE="
                 MOVE WS-WORT(WS-WORT-INDEX)(10:5)
                     TO WS-SCHWELLE-TEXT
             WHEN WS-WORT(WS-WORT-INDEX)(1:11) = "SCHLUESSEL="
                 MOVE WS-WORT(WS-WORT-INDEX)(12:4)
                     TO WS-ABGLEICH
             WHEN OTHER
                 DISPLAY "GENVERGL: unbekannter Parameter "
                     FUNCTION TRIM(WS-WORT(WS-WORT-INDEX))
                 STOP RUN RETURNING 1
         END-EVALUATE.

      * Beide Fassungen muessen lesbar sein und gleich verpackt:
      * beide mit stimmigem Umschlag derselben Kennung oder beide
      * ohne Umschlag.
       B000-PRUEFE-ZUSAMMENHANG.
         MOVE WS-ALT-PRUEFUNG TO WS-PRUEFUNG.
         PERFORM B010-MELDE-FEHLER.
         MOVE WS-NEU-PRUEFUNG TO WS-PRUEFUNG.
         PERFORM B010-MELDE-FEHLER.
         IF ALT-UMSCHLAG NOT = NEU-UMSCHLAG
             DISPLAY "GENVERGL: nur eine der beiden Fassungen "
                 "traegt einen Umschlag"
             STOP RUN RETURNING 8
         END-IF.
         IF ALT-MIT-UMSCHLAG AND ALT-KENNUNG NOT = NEU-KENNUNG
             DISPLAY "GENVERGL: verschiedene Dateikennungen "
                 ALT-KENNUNG " und " NEU-KENNUNG
             STOP RUN RETURNING 8
         END-IF.

       B010-MELDE-FEHLER.
         IF PRF-DATEI-FEHLT
             DISPLAY "GENVERGL: " FUNCTION TRIM(PRF-DATEI)
                 " fehlt oder ist nicht lesbar"
             STOP RUN RETURNING 8
         END-IF.
         IF PRF-UMSCHLAG-FEHLERHAFT
             DISPLAY "GENVERGL: Umschlag von "
                 FUNCTION TRIM(PRF-DATEI)
                 " stimmt nicht (Kopf, Satzanzahl oder Hashsumme)"
             STOP RUN RETURNING 8
         END-IF.

       B100-WAEHLE-ABGLEICH.
         EVALUATE ALT-KENNUNG
             WHEN "ADRMAST"
             WHEN "ADRCLEAN"
             WHEN "ADRREJ"
             WHEN "ADRWAHL"
             WHEN "ADRSORT"
             WHEN "ADRAUSL"
             WHEN "ADRHAUSH"
             WHEN "ADRSTICH"
             WHEN "BESTWAHL"
                 SET ABGLEICH-ADRESSE TO TRUE
             WHEN "HAUPTAUS"
                 SET ABGLEICH-PIPELINE TO TRUE
             WHEN OTHER
                 SET ABGLEICH-SATZ TO TRUE
         END-EVALUATE.

      * Generationsnummern ueber GENKATALOG.DAT auf Dateinamen
      * abbilden; fehlende Angaben werden mit den juengsten
      * Generationen belegt.
       C000-BESTIMME-GENERATIONEN.
         PERFORM C100-LADE-KATALOG.
         IF WS-NEU-ANGABE = SPACES
             MOVE 99999 TO WS-GEN-OBERGRENZE
             PERFORM C300-SUCHE-JUENGSTE
             MOVE WS-GEN-NAME TO WS-NEU-ANGABE
             MOVE WS-GEN-BESTE TO WS-NEU-GENERATION
         ELSE
             IF FUNCTION TRIM(WS-NEU-ANGABE) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-NEU-ANGABE)
                     TO WS-GEN-GESUCHT WS-NEU-GENERATION
                 PERFORM C400-SUCHE-GENERATION
                 MOVE WS-GEN-NAME TO WS-NEU-ANGABE
             END-IF
         END-IF.
         IF WS-ALT-ANGABE = SPACES
             MOVE WS-NEU-GENERATION TO WS-GEN-OBERGRENZE
             PERFORM C300-SUCHE-JUENGSTE
             MOVE WS-GEN-NAME TO WS-ALT-ANGABE
         ELSE
             IF FUNCTION TRIM(WS-ALT-ANGABE) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-ALT-ANGABE)
                     TO WS-GEN-GESUCHT
                 PERFORM C400-SUCHE-GENERATION
                 MOVE WS-GEN-NAME TO WS-ALT-ANGABE
             END-IF
         END-IF.

       C100-LADE-KATALOG.
         OPEN INPUT KATALOG-DATEI.
         IF KATALOG-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT KATALOG-STATUS-OK
             DISPLAY "Sorry, unable to open GENKATALOG.DAT, status "
                 KATALOG-STATUS
             STOP RUN RETURNING 8
         END-IF.
         MOVE "N" TO WS-KATALOG-ENDE-SCHALTER.
         PERFORM C110-LIES-KATALOGZEILE.
         PERFORM C200-UEBERNIMM-KATALOGZEILE
             UNTIL ENDE-DES-KATALOGS.
         CLOSE KATALOG-DATEI.

       C110-LIES-KATALOGZEILE.
         READ KATALOG-DATEI
             AT END SET ENDE-DES-KATALOGS TO TRUE.
         IF NOT KATALOG-STATUS-OK AND NOT KATALOG-STATUS-ENDE
             DISPLAY "Sorry, error reading GENKATALOG.DAT, "
                 "status " KATALOG-STATUS
             STOP RUN RETURNING 8
         END-IF.

       C200-UEBERNIMM-KATALOGZEILE.
         IF KATALOG-SATZ NOT = SPACES
             AND KATALOG-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-KENNUNG WS-FELD-GENERATION
                 WS-FELD-DATEINAME
             UNSTRING KATALOG-SATZ DELIMITED BY ";"
                 INTO WS-FELD-KENNUNG WS-FELD-GENERATION
                      WS-FELD-DATEINAME
             END-UNSTRING
             IF WS-FELD-KENNUNG = WS-KAT-KENNUNG
                 AND FUNCTION TRIM(WS-FELD-GENERATION) IS NUMERIC
                 AND WS-GEN-ANZAHL < WS-GEN-MAXIMUM
                 ADD 1 TO WS-GEN-ANZAHL
                 MOVE FUNCTION NUMVAL(WS-FELD-GENERATION)
                     TO GEN-NUMMER(WS-GEN-ANZAHL)
                 MOVE WS-FELD-DATEINAME
                     TO GEN-DATEINAME(WS-GEN-ANZAHL)
             END-IF
         END-IF.
         PERFORM C110-LIES-KATALOGZEILE.

      * Juengste Generation unterhalb WS-GEN-OBERGRENZE; keine
      * gefunden: WS-GEN-NAME bleibt leer.
       C300-SUCHE-JUENGSTE.
         MOVE SPACES TO WS-GEN-NAME.
         MOVE ZERO TO WS-GEN-BESTE.
         PERFORM C310-PRUEFE-JUENGSTE
             VARYING WS-GEN-INDEX FROM 1 BY 1
             UNTIL WS-GEN-INDEX > WS-GEN-ANZAHL.

       C310-PRUEFE-JUENGSTE.
         IF GEN-NUMMER(WS-GEN-INDEX) < WS-GEN-OBERGRENZE
             AND GEN-NUMMER(WS-GEN-INDEX) > WS-GEN-BESTE
             MOVE GEN-NUMMER(WS-GEN-INDEX) TO WS-GEN-BESTE
             MOVE GEN-DATEINAME(WS-GEN-INDEX) TO WS-GEN-NAME
         END-IF.

       C400-SUCHE-GENERATION.
         MOVE SPACES TO WS-GEN-NAME.
         PERFORM C410-PRUEFE-GENERATION
             VARYING WS-GEN-INDEX FROM 1 BY 1
             UNTIL WS-GEN-INDEX > WS-GEN-ANZAHL.
         IF WS-GEN-NAME = SPACES
             DISPLAY "GENVERGL: Generation " WS-GEN-GESUCHT " von "
                 FUNCTION TRIM(WS-KAT-KENNUNG)
                 " ist nicht katalogisiert"
             STOP RUN RETURNING 8
         END-IF.

       C410-PRUEFE-GENERATION.
         IF GEN-NUMMER(WS-GEN-INDEX) = WS-GEN-GESUCHT
             MOVE GEN-DATEINAME(WS-GEN-INDEX) TO WS-GEN-NAME
         END-IF.

       D000-SCHREIBE-KOPF.
         MOVE SPACES TO WS-ZEILE.
         STRING "Generationsvergleich vom " WS-HEUTE
             DELIMITED BY SIZE INTO WS-ZEILE.
         PERFORM W000-SCHREIBE-ZEILE.
         PERFORM W000-SCHREIBE-ZEILE.
         MOVE WS-ALT-PRUEFUNG TO WS-PRUEFUNG.
         MOVE "alt:" TO WS-ZEILE-SATZART.
         PERFORM D100-ZEIGE-FASSUNG.
         MOVE WS-NEU-PRUEFUNG TO WS-PRUEFUNG.
         MOVE "neu:" TO WS-ZEILE-SATZART.
         PERFORM D100-ZEIGE-FASSUNG.
         EVALUATE TRUE
             WHEN ABGLEICH-ADRESSE
                 MOVE "Abgleich ueber ADR-ID (adresse.cpy)"
                     TO WS-ZEILE
             WHEN ABGLEICH-PIPELINE
                 MOVE "Abgleich ueber PIPE-TYP und PIPE-LFDNR"
                     TO WS-ZEILE
             WHEN OTHER
                 MOVE "Abgleich ueber den ganzen Satz" TO WS-ZEILE
         END-EVALUATE.
         PERFORM W000-SCHREIBE-ZEILE.
         PERFORM W000-SCHREIBE-ZEILE.

       D100-ZEIGE-FASSUNG.
         STRING WS-ZEILE-SATZART " " FUNCTION TRIM(PRF-DATEI)
             DELIMITED BY SIZE INTO WS-ZEILE.
         PERFORM W000-SCHREIBE-ZEILE.
         IF PRF-MIT-UMSCHLAG
             STRING "     Kennung " PRF-KENNUNG " von "
                 PRF-PROGRAMM " Laufdatum " PRF-LAUFDATUM
                 " Generation " PRF-GENERATION " Saetze "
                 PRF-SAETZE " Hashsumme " PRF-HASHSUMME
                 DELIMITED BY SIZE INTO WS-ZEILE
         ELSE
             MOVE "     ohne Umschlag" TO WS-ZEILE
         END-IF.
         PERFORM W000-SCHREIBE-ZEILE.

      * Gemeinsamer Abgleich der sortierten Fassungen; bei
      * SCHLUESSEL=SATZ ist der ganze Satz der Schluessel.
       M000-GLEICHE-AB.
         OPEN INPUT ALT-ARBEIT NEU-ARBEIT.
         MOVE "N" TO WS-ALT-ENDE-SCHALTER WS-NEU-ENDE-SCHALTER.
         PERFORM M100-LIES-ALT.
         PERFORM M200-LIES-NEU.
         PERFORM M300-VERGLEICHE-SATZ
             UNTIL ENDE-ALT AND ENDE-NEU.
         CLOSE ALT-ARBEIT NEU-ARBEIT.

       M100-LIES-ALT.
         READ ALT-ARBEIT
             AT END SET ENDE-ALT TO TRUE.
         IF ENDE-ALT
             MOVE HIGH-VALUES TO WS-ALT-VERGLEICH
         ELSE
             IF ABGLEICH-SATZ
                 MOVE ALT-ARB-DATEN TO WS-ALT-VERGLEICH
             ELSE
                 MOVE ALT-ARB-SCHLUESSEL TO WS-ALT-VERGLEICH
             END-IF
         END-IF.

       M200-LIES-NEU.
         READ NEU-ARBEIT
             AT END SET ENDE-NEU TO TRUE.
         IF ENDE-NEU
             MOVE HIGH-VALUES TO WS-NEU-VERGLEICH
         ELSE
             IF ABGLEICH-SATZ
                 MOVE NEU-ARB-DATEN TO WS-NEU-VERGLEICH
             ELSE
                 MOVE NEU-ARB-SCHLUESSEL TO WS-NEU-VERGLEICH
             END-IF
         END-IF.

       M300-VERGLEICHE-SATZ.
         EVALUATE TRUE
             WHEN WS-ALT-VERGLEICH < WS-NEU-VERGLEICH
                 ADD 1 TO WS-ENTFALLEN-ZAEHLER
                 MOVE "ENTFALLEN" TO WS-ZEILE-SATZART
                 MOVE ALT-ARB-DATEN TO WS-SATZ
                 PERFORM R100-ZEIGE-SATZ
                 PERFORM M100-LIES-ALT
             WHEN WS-ALT-VERGLEICH > WS-NEU-VERGLEICH
                 ADD 1 TO WS-HINZU-ZAEHLER
                 MOVE "HINZU" TO WS-ZEILE-SATZART
                 MOVE NEU-ARB-DATEN TO WS-SATZ
                 PERFORM R100-ZEIGE-SATZ
                 PERFORM M200-LIES-NEU
             WHEN ALT-ARB-DATEN = NEU-ARB-DATEN
                 ADD 1 TO WS-GLEICH-ZAEHLER
                 PERFORM M100-LIES-ALT
                 PERFORM M200-LIES-NEU
             WHEN OTHER
                 ADD 1 TO WS-GEAENDERT-ZAEHLER
                 PERFORM R200-ZEIGE-AENDERUNG
                 PERFORM M100-LIES-ALT
                 PERFORM M200-LIES-NEU
         END-EVALUATE.

      * Ein hinzugekommener oder entfallener Satz, in WS-SATZ.
       R100-ZEIGE-SATZ.
         ADD 1 TO WS-DETAIL-ZAEHLER.
         IF WS-DETAIL-ZAEHLER > WS-DETAIL-MAXIMUM
             EXIT PARAGRAPH
         END-IF.
         EVALUATE TRUE
             WHEN ABGLEICH-ADRESSE
                 STRING WS-ZEILE-SATZART " ADR-ID "
                     WS-SATZ(1:6) " "
                     WS-SATZ(7:40)
                     DELIMITED BY SIZE INTO WS-ZEILE
             WHEN ABGLEICH-PIPELINE
                 STRING WS-ZEILE-SATZART " PIPE "
                     WS-SATZ(1:1) " " WS-SATZ(2:7)
                     " " WS-SATZ(9:80)
                     DELIMITED BY SIZE INTO WS-ZEILE
             WHEN OTHER
                 STRING WS-ZEILE-SATZART " "
                     WS-SATZ(1:100)
                     DELIMITED BY SIZE INTO WS-ZEILE
         END-EVALUATE.
         PERFORM W000-SCHREIBE-ZEILE.

       R200-ZEIGE-AENDERUNG.
         ADD 1 TO WS-DETAIL-ZAEHLER.
         IF WS-DETAIL-ZAEHLER > WS-DETAIL-MAXIMUM
             EXIT PARAGRAPH
         END-IF.
         IF ABGLEICH-ADRESSE
             STRING "GEAENDERT    ADR-ID " NEU-ARB-DATEN(1:6)
                 DELIMITED BY SIZE INTO WS-ZEILE
             PERFORM W000-SCHREIBE-ZEILE
             PERFORM R210-ZEIGE-FELD
                 VARYING WS-FELD-INDEX FROM 1 BY 1
                 UNTIL WS-FELD-INDEX > WS-FELD-ANZAHL
         ELSE
             STRING "GEAENDERT    PIPE " NEU-ARB-DATEN(1:1) " "
                 NEU-ARB-DATEN(2:7)
                 DELIMITED BY SIZE INTO WS-ZEILE
             PERFORM W000-SCHREIBE-ZEILE
             STRING "    alt: " ALT-ARB-DATEN(9:80)
                 DELIMITED BY SIZE INTO WS-ZEILE
             PERFORM W000-SCHREIBE-ZEILE
             STRING "    neu: " NEU-ARB-DATEN(9:80)
                 DELIMITED BY SIZE INTO WS-ZEILE
             PERFORM W000-SCHREIBE-ZEILE
         END-IF.

       R210-ZEIGE-FELD.
         IF ALT-ARB-DATEN(FLD-ANFANG(WS-FELD-INDEX):
                 FLD-LAENGE(WS-FELD-INDEX))
             NOT = NEU-ARB-DATEN(FLD-ANFANG(WS-FELD-INDEX):
                 FLD-LAENGE(WS-FELD-INDEX))
             STRING "    " FLD-NAME(WS-FELD-INDEX) " alt: "
                 ALT-ARB-DATEN(FLD-ANFANG(WS-FELD-INDEX):
                     FLD-LAENGE(WS-FELD-INDEX))
                 DELIMITED BY SIZE INTO WS-ZEILE
             PERFORM W000-SCHREIBE-ZEILE
             STRING "                         neu: "
                 NEU-ARB-DATEN(FLD-ANFANG(WS-FELD-INDEX):
                     FLD-LAENGE(WS-FELD-INDEX))
                 DELIMITED BY SIZE INTO WS-ZEILE
             PERFORM W000-SCHREIBE-ZEILE
         END-IF.

      * Summenzeile; die Abweichung wird auf die alte Satzanzahl
      * bezogen (ohne alte Saetze zaehlt jede Abweichung voll).
       H000-SCHREIBE-SUMME.
         COMPUTE WS-ABWEICHUNG-ZAEHLER = WS-HINZU-ZAEHLER
             + WS-ENTFALLEN-ZAEHLER + WS-GEAENDERT-ZAEHLER.
         EVALUATE TRUE
             WHEN WS-ABWEICHUNG-ZAEHLER = ZERO
                 MOVE ZERO TO WS-ABWEICHUNG-PROZENT
             WHEN WS-ALT-ZAEHLER = ZERO
                 MOVE 100 TO WS-ABWEICHUNG-PROZENT
             WHEN OTHER
                 COMPUTE WS-ABWEICHUNG-PROZENT ROUNDED =
                     WS-ABWEICHUNG-ZAEHLER * 100 / WS-ALT-ZAEHLER
                     ON SIZE ERROR
                         MOVE 9999.9 TO WS-ABWEICHUNG-PROZENT
                 END-COMPUTE
         END-EVALUATE.
         MOVE WS-ABWEICHUNG-PROZENT TO WS-PROZENT-ANZEIGE.
         IF WS-ABWEICHUNG-PROZENT > WS-SCHWELLE
             MOVE 4 TO WS-RUECKGABE
         END-IF.
         IF WS-DETAIL-ZAEHLER > WS-DETAIL-MAXIMUM
             PERFORM W000-SCHREIBE-ZEILE
             STRING "weitere Unterschiede nur gezaehlt ("
                 WS-DETAIL-ZAEHLER " insgesamt)"
                 DELIMITED BY SIZE INTO WS-ZEILE
             PERFORM W000-SCHREIBE-ZEILE
         END-IF.
         PERFORM W000-SCHREIBE-ZEILE.
         STRING "SUMME alt " WS-ALT-ZAEHLER " neu " WS-NEU-ZAEHLER
             " gleich " WS-GLEICH-ZAEHLER " hinzu "
             WS-HINZU-ZAEHLER " entfallen " WS-ENTFALLEN-ZAEHLER
             " geaendert " WS-GEAENDERT-ZAEHLER
             DELIMITED BY SIZE INTO WS-ZEILE.
         PERFORM W000-SCHREIBE-ZEILE.
         STRING "Abweichung " WS-PROZENT-ANZEIGE
             " Prozent, Schwelle " WS-SCHWELLE " Prozent"
             DELIMITED BY SIZE INTO WS-ZEILE.
         IF WS-RUECKGABE NOT = ZERO
             STRING "Abweichung " WS-PROZENT-ANZEIGE
                 " Prozent, Schwelle " WS-SCHWELLE
                 " Prozent ueberschritten"
                 DELIMITED BY SIZE INTO WS-ZEILE
         END-IF.
         PERFORM W000-SCHREIBE-ZEILE.
         DISPLAY "GENVERGL: alt " WS-ALT-ZAEHLER ", neu "
             WS-NEU-ZAEHLER ", hinzu " WS-HINZU-ZAEHLER
             ", entfallen " WS-ENTFALLEN-ZAEHLER ", geaendert "
             WS-GEAENDERT-ZAEHLER ", Abweichung "
             WS-PROZENT-ANZEIGE "% (Schwelle " WS-SCHWELLE "%)".

      * Umschlagpruefung einer Fassung (PRF-DATEI): erst als
      * Zeilendatei, und wenn dort ein Kopfsatz ohne stimmigen
      * Endesatz steht, als Festsatzdatei.
       P000-PRUEFE-FASSUNG.
         SET PRF-ZEILENDATEI TO TRUE.
         PERFORM P100-PRUEFE-UMSCHLAG.
         IF PRF-UMSCHLAG-FEHLERHAFT
             SET PRF-FESTSATZDATEI TO TRUE
             PERFORM P100-PRUEFE-UMSCHLAG
         END-IF.
         MOVE VGL-UMS-KENNUNG TO PRF-KENNUNG.
         MOVE VGL-UMS-PROGRAMM TO PRF-PROGRAMM.
         MOVE VGL-UMS-LAUFDATUM TO PRF-LAUFDATUM.
         MOVE VGL-UMS-GENERATION TO PRF-GENERATION.
         MOVE VGL-UMS-SATZANZAHL TO PRF-SAETZE.
         MOVE VGL-UMS-HASHSUMME TO PRF-HASHSUMME.

       P100-PRUEFE-UMSCHLAG.
         MOVE SPACES TO VGL-UMS-KENNUNG VGL-UMS-PROGRAMM.
         MOVE ZERO TO VGL-UMS-LAUFDATUM VGL-UMS-GENERATION
             VGL-UMS-SATZANZAHL VGL-UMS-HASHSUMME.
         PERFORM R000-OEFFNE-FASSUNG.
         IF LESEFEHLER
             SET PRF-DATEI-FEHLT TO TRUE
             EXIT PARAGRAPH
         END-IF.
         PERFORM R010-LIES-SATZ.
         IF ENDE-DER-DATEI OR WS-SATZ(1:2) NOT = "UK"
             SET PRF-OHNE-UMSCHLAG TO TRUE
             PERFORM R090-SCHLIESSE-FASSUNG
             EXIT PARAGRAPH
         END-IF.
         SET PRF-UMSCHLAG-FEHLERHAFT TO TRUE.
         MOVE "N" TO WS-ENDESATZ-SCHALTER.
         MOVE "ANFANG" TO VGL-UMS-FUNKTION.
         CALL "umschlag" USING VGL-UMS-UMSCHLAG.
         MOVE WS-SATZ(1:80) TO VGL-UMS-SATZBILD.
         MOVE "PRUEFKOPF" TO VGL-UMS-FUNKTION.
         CALL "umschlag" USING VGL-UMS-UMSCHLAG.
         IF VGL-UMS-STATUS = "00"
             PERFORM R010-LIES-SATZ
             PERFORM P110-SUMMIERE-SATZ
                 UNTIL ENDE-DER-DATEI
         END-IF.
         IF ENDESATZ-GEPRUEFT AND NOT LESEFEHLER
             AND VGL-UMS-STATUS = "00"
             SET PRF-MIT-UMSCHLAG TO TRUE
         END-IF.
         PERFORM R090-SCHLIESSE-FASSUNG.

      * Nach dem Endesatz wird nicht weitergelesen.
       P110-SUMMIERE-SATZ.
         IF WS-SATZ(1:2) = "UE"
             MOVE WS-SATZ(1:80) TO VGL-UMS-SATZBILD
             MOVE "PRUEFENDE" TO VGL-UMS-FUNKTION
             CALL "umschlag" USING VGL-UMS-UMSCHLAG
             SET ENDESATZ-GEPRUEFT TO TRUE
             SET ENDE-DER-DATEI TO TRUE
         ELSE
             MOVE WS-SATZ TO VGL-UMS-PUFFER
             MOVE "SUMME" TO VGL-UMS-FUNKTION
             CALL "umschlag" USING VGL-UMS-UMSCHLAG
             PERFORM R010-LIES-SATZ
         END-IF.

      * Die Nutzsaetze einer Fassung an den Sortiervorgang geben;
      * Kopf- und Endesatz bleiben aussen vor.
       S100-GIB-ALTE-FASSUNG.
         MOVE WS-ALT-PRUEFUNG TO WS-PRUEFUNG.
         PERFORM S300-GIB-FASSUNG.
         MOVE WS-VERGLEICH-ANZAHL TO WS-ALT-ZAEHLER.

       S200-GIB-NEUE-FASSUNG.
         MOVE WS-NEU-PRUEFUNG TO WS-PRUEFUNG.
         PERFORM S300-GIB-FASSUNG.
         MOVE WS-VERGLEICH-ANZAHL TO WS-NEU-ZAEHLER.

       S300-GIB-FASSUNG.
         MOVE ZERO TO WS-VERGLEICH-ANZAHL.
         PERFORM R000-OEFFNE-FASSUNG.
         IF LESEFEHLER
             DISPLAY "GENVERGL: " FUNCTION TRIM(PRF-DATEI)
                 " nicht mehr lesbar"
             STOP RUN RETURNING 8
         END-IF.
         PERFORM R010-LIES-SATZ.
         IF PRF-MIT-UMSCHLAG AND NOT ENDE-DER-DATEI
             PERFORM R010-LIES-SATZ
         END-IF.
         PERFORM S310-GIB-SATZ
             UNTIL ENDE-DER-DATEI.
         PERFORM R090-SCHLIESSE-FASSUNG.

       S310-GIB-SATZ.
         IF PRF-MIT-UMSCHLAG AND WS-SATZ(1:2) = "UE"
             SET ENDE-DER-DATEI TO TRUE
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-VERGLEICH-ANZAHL.
         MOVE WS-SATZ TO SRT-DATEN.
         EVALUATE TRUE
             WHEN ABGLEICH-ADRESSE
                 MOVE WS-SATZ(1:6) TO SRT-SCHLUESSEL
             WHEN ABGLEICH-PIPELINE
                 MOVE SPACES TO SRT-SCHLUESSEL
                 MOVE WS-SATZ(2:7) TO SRT-SCHLUESSEL(1:7)
                 MOVE WS-SATZ(1:1) TO SRT-SCHLUESSEL(8:1)
             WHEN OTHER
                 MOVE SPACES TO SRT-SCHLUESSEL
         END-EVALUATE.
         RELEASE SORTIER-SATZ.
         PERFORM R010-LIES-SATZ.

       R000-OEFFNE-FASSUNG.
         MOVE "N" TO WS-DATEI-ENDE-SCHALTER WS-LESEFEHLER-SCHALTER.
         SET ENVIRONMENT "VGLEIN" TO FUNCTION TRIM(PRF-DATEI).
         IF PRF-FESTSATZDATEI
             OPEN INPUT FEST-DATEI
             IF NOT FEST-STATUS-OK
                 SET LESEFEHLER TO TRUE
             END-IF
         ELSE
             OPEN INPUT ZEILEN-DATEI
             IF NOT ZEILEN-STATUS-OK
                 SET LESEFEHLER TO TRUE
             END-IF
         END-IF.

       R010-LIES-SATZ.
         IF PRF-FESTSATZDATEI
             READ FEST-DATEI INTO WS-SATZ
                 AT END SET ENDE-DER-DATEI TO TRUE
             END-READ
             IF FEST-STATUS-1 NOT = "0" AND NOT FEST-STATUS-ENDE
                 SET LESEFEHLER TO TRUE
                 SET ENDE-DER-DATEI TO TRUE
             END-IF
         ELSE
             READ ZEILEN-DATEI INTO WS-SATZ
                 AT END SET ENDE-DER-DATEI TO TRUE
             END-READ
             IF ZEILEN-STATUS-1 NOT = "0" AND NOT ZEILEN-STATUS-ENDE
                 SET LESEFEHLER TO TRUE
                 SET ENDE-DER-DATEI TO TRUE
             END-IF
         END-IF.

       R090-SCHLIESSE-FASSUNG.
         IF PRF-FESTSATZDATEI
             CLOSE FEST-DATEI
         ELSE
             CLOSE ZEILEN-DATEI
         END-IF.

       W000-SCHREIBE-ZEILE.
         MOVE WS-ZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         MOVE SPACES TO WS-ZEILE.

       END PROGRAM genvergl.

      * vim:ai sw=4 sts=4 expandtab
