      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Anmeldung und Rollenpruefung der Dialogprogramme: adrmaske,
      * betrmask und adrsuche liessen jeden an jede Funktion, der
      * sie starten konnte - eine studentische Hilfskraft am
      * Terminal konnte SCHLUESSEL.DAT genauso leicht aendern wie
      * eine Adresse nachschlagen, und ADRHIST.DAT wusste nur
      * "Dialog", nicht wer. Dieses Unterprogramm prueft Benutzer
      * und Kennwort gegen die Benutzerdatei BENUTZER.TAB, haelt
      * die Rollen des angemeldeten Benutzers, entscheidet je
      * Menueauswahl, ob sie erlaubt ist, und schreibt jede
      * Anmeldung, Abweisung, Verweigerung und Aenderung in das
      * Zugriffsprotokoll ZUGANG.LOG. Die Masken bleiben in den
      * Dialogprogrammen; hier wird nur entschieden und
      * protokolliert. BENUTZER.TAB wird bei jeder Anmeldung neu
      * gelesen, damit eine entzogene Rolle sofort wirkt.
      * Parameter, Dateiformate und Status siehe zugang.cpy.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Ein Konto ohne gespeichertes Kennwort ist gesperrt; die
      *     Anmeldung wird mit 81 abgewiesen, statt das erste
      *     eingegebene Kennwort zu uebernehmen. Erstkennwort und
      *     Zuruecksetzen ueber die neue Funktion KENNWORT, nur in
      *     einer Sitzung mit der Rolle S oder B (betrmask, Auswahl P).
      *   - Ersteinrichtung: solange kein Konto in BENUTZER.TAB ein
      *     Kennwort hat, uebernimmt die erste Anmeldung an einem Konto
      *     mit der Rolle S oder B ihr Kennwort und protokolliert das
      *     als ERSTKENNWORT (vorher kam nach der Auslieferung niemand
      *     mehr an die Dialogprogramme).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. zugang.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENUTZER-DATEI
           ASSIGN TO "BENUTZER.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BENUTZER-STATUS.

           SELECT PROTOKOLL-DATEI
           ASSIGN TO "ZUGANG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PROTOKOLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BENUTZER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BENUTZER-SATZ            PIC X(120).

       FD PROTOKOLL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PROTOKOLL-SATZ           PIC X(160).

       WORKING-STORAGE SECTION.
      * Die angemeldete Sitzung.
       01 WS-ANGEMELDET-SCHALTER      PIC X(01)   VALUE "N".
          88 BENUTZER-ANGEMELDET                  VALUE "J".
       01 WS-SITZUNG-BENUTZER         PIC X(08)   VALUE SPACES.
       01 WS-SITZUNG-ROLLEN           PIC X(10)   VALUE SPACES.
       01 WS-SITZUNG-PROGRAMM         PIC X(08)   VALUE SPACES.

      * BENUTZER.TAB wird zeilengetreu gehalten, damit sie beim
      * Setzen eines Kennworts samt Kommentaren
      * zurueckgeschrieben werden kann.
       01 WS-ZEILEN-TABELLE.
          05 WS-ZEILE                 PIC X(120)  OCCURS 500 TIMES.
       01 WS-ZEILEN-ANZAHL            PIC 9(04)   COMP VALUE ZERO.
       01 WS-ZEILEN-MAXIMUM           PIC 9(04)   COMP VALUE 500.
       01 WS-ZEILEN-INDEX             PIC 9(04)   COMP VALUE ZERO.
       01 WS-TREFFER-INDEX            PIC 9(04)   COMP VALUE ZERO.
       01 WS-ERST-INDEX               PIC 9(04)   COMP VALUE ZERO.
       01 WS-KENNWORT-KONTEN          PIC 9(04)   COMP VALUE ZERO.
      * Solange noch kein Konto ein Kennwort hat, darf ein Konto
      * mit der Rolle S oder B sein erstes Kennwort selbst setzen.
       01 WS-ERSTKENNWORT-SCHALTER    PIC X(01)   VALUE "N".
          88 ERSTKENNWORT-ERLAUBT                 VALUE "J".
       01 WS-BENUTZER-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-BENUTZER                    VALUE "J".
       01 WS-LADESTATUS               PIC X(02)   VALUE "00".

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-BENUTZER            PIC X(08)   VALUE SPACES.
       01 WS-FELD-NAME                PIC X(30)   VALUE SPACES.
       01 WS-FELD-ROLLEN              PIC X(10)   VALUE SPACES.
       01 WS-FELD-KENNWORT            PIC X(06)   VALUE SPACES.

      * Pruefsumme ueber "BENUTZER;KENNWORT".
       01 WS-PRUEF-TEXT               PIC X(40).
       01 WS-PRUEF-LAENGE             PIC 9(03)   COMP.
       01 WS-PRUEF-INDEX              PIC 9(03)   COMP.
       01 WS-PRUEF-SUMME              PIC 9(09)   COMP.
       01 WS-PRUEF-ANZEIGE            PIC 9(06).

       01 WS-ROLLEN-TREFFER           PIC 9(02)   COMP.
       01 WS-VERWALTER-TREFFER        PIC 9(02)   COMP.
       01 WS-EREIGNIS                 PIC X(12).
       01 WS-PROT-BENUTZER            PIC X(08).
       01 WS-PROT-TEXT                PIC X(60).
       01 WS-PROTOKOLLZEILE           PIC X(160).

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BENUTZER-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BENUTZER-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BENUTZER-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==BENUTZER-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BENUTZER-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==PROTOKOLL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==PROTOKOLL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==PROTOKOLL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==PROTOKOLL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PROTOKOLL-STATUS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "zugang.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING ZUG-BLOCK.
       A000-PRUEFE-ZUGANG.
         MOVE "00" TO ZUG-STATUS.
         EVALUATE ZUG-FUNKTION
             WHEN "ANMELDEN"
                 PERFORM B000-MELDE-AN
             WHEN "PRUEFEN"
                 PERFORM C000-PRUEFE-ROLLE
             WHEN "AENDERUNG"
                 PERFORM E000-PROTOKOLLIERE-AENDERUNG
             WHEN "ABMELDEN"
                 PERFORM F000-MELDE-AB
             WHEN "KENNWORT"
                 PERFORM G000-SETZE-KENNWORT
             WHEN OTHER
                 MOVE "99" TO ZUG-STATUS
         END-EVALUATE.
         EXIT PROGRAM.

      * Anmeldung: Benutzer in BENUTZER.TAB suchen, Kennwort ueber
      * die Pruefsumme vergleichen (leeres Feld = Konto gesperrt),
      * Sitzung merken und protokollieren.
       B000-MELDE-AN.
         MOVE "N" TO WS-ANGEMELDET-SCHALTER.
         MOVE SPACES TO WS-SITZUNG-BENUTZER WS-SITZUNG-ROLLEN
             ZUG-NAME ZUG-ROLLEN.
         MOVE ZUG-PROGRAMM TO WS-SITZUNG-PROGRAMM.
         MOVE SPACE TO ZUG-AUSWAHL.
         INSPECT ZUG-BENUTZER CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         MOVE ZUG-BENUTZER TO WS-PROT-BENUTZER.
         MOVE "ABWEISUNG" TO WS-EREIGNIS.
         PERFORM B100-LADE-BENUTZER.
         IF WS-LADESTATUS NOT = "00"
             MOVE WS-LADESTATUS TO ZUG-STATUS
             MOVE SPACES TO ZUG-KENNWORT
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-TREFFER-INDEX.
         PERFORM B400-SUCHE-BENUTZER
             VARYING WS-ZEILEN-INDEX FROM 1 BY 1
             UNTIL WS-ZEILEN-INDEX > WS-ZEILEN-ANZAHL
             OR WS-TREFFER-INDEX NOT = ZERO.
         IF WS-TREFFER-INDEX = ZERO OR ZUG-BENUTZER = SPACES
             MOVE "BENUTZER UNBEKANNT" TO WS-PROT-TEXT
             PERFORM L000-SCHREIBE-PROTOKOLL
             MOVE "81" TO ZUG-STATUS
             MOVE SPACES TO ZUG-KENNWORT
             EXIT PARAGRAPH
         END-IF.
         IF ZUG-KENNWORT = SPACES
             MOVE "KENNWORT LEER" TO WS-PROT-TEXT
             PERFORM L000-SCHREIBE-PROTOKOLL
             MOVE "81" TO ZUG-STATUS
             EXIT PARAGRAPH
         END-IF.
      * Ein Konto ohne gespeichertes Kennwort ist gesperrt: das
      * Erstkennwort setzt die Betriebsfuehrung mit KENNWORT.
      * Ausnahme ist die Ersteinrichtung (B600).
         MOVE "N" TO WS-ERSTKENNWORT-SCHALTER.
         IF WS-FELD-KENNWORT = SPACES
             PERFORM B600-PRUEFE-ERSTEINRICHTUNG
             IF NOT ERSTKENNWORT-ERLAUBT
                 MOVE "KONTO GESPERRT (KEIN KENNWORT)"
                     TO WS-PROT-TEXT
                 PERFORM L000-SCHREIBE-PROTOKOLL
                 MOVE "81" TO ZUG-STATUS
                 MOVE SPACES TO ZUG-KENNWORT
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         PERFORM D000-BILDE-PRUEFSUMME.
         MOVE SPACES TO ZUG-KENNWORT.
         MOVE SPACES TO WS-PROT-TEXT.
         IF ERSTKENNWORT-ERLAUBT
             PERFORM B500-TRAGE-KENNWORT-EIN
             MOVE "ERSTKENNWORT" TO WS-EREIGNIS
             IF WS-LADESTATUS NOT = "00"
                 MOVE "ERSTES VERWALTERKENNWORT NICHT GESPEICHERT"
                     TO WS-PROT-TEXT
                 PERFORM L000-SCHREIBE-PROTOKOLL
                 MOVE WS-LADESTATUS TO ZUG-STATUS
                 EXIT PARAGRAPH
             END-IF
             MOVE "ERSTES VERWALTERKENNWORT GESETZT" TO WS-PROT-TEXT
             PERFORM L000-SCHREIBE-PROTOKOLL
             MOVE SPACES TO WS-PROT-TEXT
             IF ZUG-STATUS NOT = "00"
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         IF WS-FELD-KENNWORT NOT = WS-PRUEF-ANZEIGE
             MOVE "KENNWORT FALSCH" TO WS-PROT-TEXT
             PERFORM L000-SCHREIBE-PROTOKOLL
             MOVE "81" TO ZUG-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE "ANMELDUNG" TO WS-EREIGNIS.
         PERFORM L000-SCHREIBE-PROTOKOLL.
         IF ZUG-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         SET BENUTZER-ANGEMELDET TO TRUE.
         MOVE ZUG-BENUTZER TO WS-SITZUNG-BENUTZER.
         MOVE WS-FELD-ROLLEN TO WS-SITZUNG-ROLLEN ZUG-ROLLEN.
         MOVE WS-FELD-NAME TO ZUG-NAME.

       B100-LADE-BENUTZER.
         MOVE "00" TO WS-LADESTATUS.
         MOVE ZERO TO WS-ZEILEN-ANZAHL.
         MOVE "N" TO WS-BENUTZER-ENDE-SCHALTER.
         OPEN INPUT BENUTZER-DATEI.
         IF NOT BENUTZER-STATUS-OK
             MOVE BENUTZER-STATUS TO WS-LADESTATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM B200-LIES-BENUTZERZEILE.
         PERFORM B300-UEBERNIMM-BENUTZERZEILE
             UNTIL ENDE-DER-BENUTZER.
         CLOSE BENUTZER-DATEI.

       B200-LIES-BENUTZERZEILE.
         READ BENUTZER-DATEI
             AT END SET ENDE-DER-BENUTZER TO TRUE.
         IF NOT BENUTZER-STATUS-OK AND NOT BENUTZER-STATUS-ENDE
             MOVE BENUTZER-STATUS TO WS-LADESTATUS
             SET ENDE-DER-BENUTZER TO TRUE
         END-IF.

       B300-UEBERNIMM-BENUTZERZEILE.
         IF NOT ENDE-DER-BENUTZER
             IF WS-ZEILEN-ANZAHL < WS-ZEILEN-MAXIMUM
                 ADD 1 TO WS-ZEILEN-ANZAHL
                 MOVE BENUTZER-SATZ TO WS-ZEILE(WS-ZEILEN-ANZAHL)
             ELSE
                 MOVE "98" TO WS-LADESTATUS
                 SET ENDE-DER-BENUTZER TO TRUE
             END-IF
         END-IF.
         IF NOT ENDE-DER-BENUTZER
             PERFORM B200-LIES-BENUTZERZEILE
         END-IF.

       B400-SUCHE-BENUTZER.
         IF WS-ZEILE(WS-ZEILEN-INDEX) = SPACES
             OR WS-ZEILE(WS-ZEILEN-INDEX)(1:1) = "*"
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-FELD-BENUTZER WS-FELD-NAME
             WS-FELD-ROLLEN WS-FELD-KENNWORT.
         UNSTRING WS-ZEILE(WS-ZEILEN-INDEX) DELIMITED BY ";"
             INTO WS-FELD-BENUTZER WS-FELD-NAME WS-FELD-ROLLEN
                  WS-FELD-KENNWORT
         END-UNSTRING.
         IF WS-FELD-BENUTZER = ZUG-BENUTZER
             MOVE WS-ZEILEN-INDEX TO WS-TREFFER-INDEX
         END-IF.

      * Kennwort setzen: die Zeile des Benutzers mit der
      * Pruefsumme neu bilden und die ganze Datei zurueckschreiben.
       B500-TRAGE-KENNWORT-EIN.
         MOVE WS-PRUEF-ANZEIGE TO WS-FELD-KENNWORT.
         MOVE SPACES TO WS-ZEILE(WS-TREFFER-INDEX).
         STRING FUNCTION TRIM(WS-FELD-BENUTZER) ";"
             FUNCTION TRIM(WS-FELD-NAME) ";"
             FUNCTION TRIM(WS-FELD-ROLLEN) ";"
             WS-FELD-KENNWORT
             DELIMITED BY SIZE INTO WS-ZEILE(WS-TREFFER-INDEX).
         OPEN OUTPUT BENUTZER-DATEI.
         IF NOT BENUTZER-STATUS-OK
             MOVE BENUTZER-STATUS TO WS-LADESTATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM B510-SCHREIBE-BENUTZERZEILE
             VARYING WS-ZEILEN-INDEX FROM 1 BY 1
             UNTIL WS-ZEILEN-INDEX > WS-ZEILEN-ANZAHL.
         CLOSE BENUTZER-DATEI.

       B510-SCHREIBE-BENUTZERZEILE.
         MOVE WS-ZEILE(WS-ZEILEN-INDEX) TO BENUTZER-SATZ.
         WRITE BENUTZER-SATZ.
         IF NOT BENUTZER-STATUS-OK
             MOVE BENUTZER-STATUS TO WS-LADESTATUS
         END-IF.

      * Ersteinrichtung: traegt noch kein Konto in BENUTZER.TAB
      * eine Pruefsumme, uebernimmt die erste Anmeldung an einem
      * Konto mit der Rolle S oder B ihr Kennwort (Ereignis
      * ERSTKENNWORT). Danach gilt die Sperre fuer alle uebrigen
      * Konten; ihr Erstkennwort setzt dieser Verwalter mit
      * KENNWORT. Die Felder des gefundenen Benutzers werden zum
      * Schluss wiederhergestellt.
       B600-PRUEFE-ERSTEINRICHTUNG.
         MOVE ZERO TO WS-VERWALTER-TREFFER.
         INSPECT WS-FELD-ROLLEN TALLYING WS-VERWALTER-TREFFER
             FOR ALL "S" ALL "B".
         IF WS-VERWALTER-TREFFER = ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-TREFFER-INDEX TO WS-ERST-INDEX.
         MOVE ZERO TO WS-KENNWORT-KONTEN.
         PERFORM B610-ZAEHLE-KENNWORTKONTO
             VARYING WS-ZEILEN-INDEX FROM 1 BY 1
             UNTIL WS-ZEILEN-INDEX > WS-ZEILEN-ANZAHL.
         MOVE ZERO TO WS-TREFFER-INDEX.
         MOVE WS-ERST-INDEX TO WS-ZEILEN-INDEX.
         PERFORM B400-SUCHE-BENUTZER.
         IF WS-KENNWORT-KONTEN = ZERO
             SET ERSTKENNWORT-ERLAUBT TO TRUE
         END-IF.

       B610-ZAEHLE-KENNWORTKONTO.
         IF WS-ZEILE(WS-ZEILEN-INDEX) = SPACES
             OR WS-ZEILE(WS-ZEILEN-INDEX)(1:1) = "*"
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-FELD-BENUTZER WS-FELD-NAME
             WS-FELD-ROLLEN WS-FELD-KENNWORT.
         UNSTRING WS-ZEILE(WS-ZEILEN-INDEX) DELIMITED BY ";"
             INTO WS-FELD-BENUTZER WS-FELD-NAME WS-FELD-ROLLEN
                  WS-FELD-KENNWORT
         END-UNSTRING.
         IF WS-FELD-KENNWORT NOT = SPACES
             ADD 1 TO WS-KENNWORT-KONTEN
         END-IF.

      * Rollenpruefung je Menueauswahl; ohne Anmeldung ist nichts
      * erlaubt.
       C000-PRUEFE-ROLLE.
         IF NOT BENUTZER-ANGEMELDET
             MOVE "82" TO ZUG-STATUS
             EXIT PARAGRAPH
         END-IF.
         IF ZUG-ROLLE = SPACE
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-ROLLEN-TREFFER.
         INSPECT WS-SITZUNG-ROLLEN TALLYING WS-ROLLEN-TREFFER
             FOR ALL ZUG-ROLLE.
         IF WS-ROLLEN-TREFFER = ZERO
             MOVE "VERWEIGERT" TO WS-EREIGNIS
             MOVE WS-SITZUNG-BENUTZER TO WS-PROT-BENUTZER
             MOVE SPACES TO WS-PROT-TEXT
             STRING "ROLLE " ZUG-ROLLE " FEHLT"
                 DELIMITED BY SIZE INTO WS-PROT-TEXT
             PERFORM L000-SCHREIBE-PROTOKOLL
             MOVE "82" TO ZUG-STATUS
         END-IF.

      * Aenderung und Abmeldung gibt es nur in einer Sitzung.
       E000-PROTOKOLLIERE-AENDERUNG.
         IF NOT BENUTZER-ANGEMELDET
             MOVE "82" TO ZUG-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE "AENDERUNG" TO WS-EREIGNIS.
         MOVE WS-SITZUNG-BENUTZER TO WS-PROT-BENUTZER.
         MOVE ZUG-TEXT TO WS-PROT-TEXT.
         PERFORM L000-SCHREIBE-PROTOKOLL.

       F000-MELDE-AB.
         IF NOT BENUTZER-ANGEMELDET
             EXIT PARAGRAPH
         END-IF.
         MOVE "ABMELDUNG" TO WS-EREIGNIS.
         MOVE WS-SITZUNG-BENUTZER TO WS-PROT-BENUTZER.
         MOVE SPACES TO WS-PROT-TEXT ZUG-AUSWAHL.
         PERFORM L000-SCHREIBE-PROTOKOLL.
         MOVE "N" TO WS-ANGEMELDET-SCHALTER.
         MOVE SPACES TO WS-SITZUNG-BENUTZER WS-SITZUNG-ROLLEN.

      * Kennwort eines Benutzers setzen (Erstkennwort eines
      * gesperrten Kontos oder Zuruecksetzen): nur in einer
      * Sitzung mit der Rolle S oder B. Das neue Kennwort steht
      * nur als Pruefsumme in BENUTZER.TAB und nie im Protokoll.
       G000-SETZE-KENNWORT.
         IF NOT BENUTZER-ANGEMELDET
             MOVE SPACES TO ZUG-KENNWORT
             MOVE "82" TO ZUG-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-SITZUNG-BENUTZER TO WS-PROT-BENUTZER.
         MOVE ZERO TO WS-VERWALTER-TREFFER.
         INSPECT WS-SITZUNG-ROLLEN TALLYING WS-VERWALTER-TREFFER
             FOR ALL "S" ALL "B".
         IF WS-VERWALTER-TREFFER = ZERO
             MOVE "VERWEIGERT" TO WS-EREIGNIS
             MOVE "KENNWORT SETZEN: ROLLE S ODER B FEHLT"
                 TO WS-PROT-TEXT
             PERFORM L000-SCHREIBE-PROTOKOLL
             MOVE SPACES TO ZUG-KENNWORT
             MOVE "82" TO ZUG-STATUS
             EXIT PARAGRAPH
         END-IF.
         INSPECT ZUG-BENUTZER CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         IF ZUG-BENUTZER = SPACES OR ZUG-KENNWORT = SPACES
             MOVE SPACES TO ZUG-KENNWORT
             MOVE "81" TO ZUG-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM B100-LADE-BENUTZER.
         IF WS-LADESTATUS NOT = "00"
             MOVE SPACES TO ZUG-KENNWORT
             MOVE WS-LADESTATUS TO ZUG-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-TREFFER-INDEX.
         PERFORM B400-SUCHE-BENUTZER
             VARYING WS-ZEILEN-INDEX FROM 1 BY 1
             UNTIL WS-ZEILEN-INDEX > WS-ZEILEN-ANZAHL
             OR WS-TREFFER-INDEX NOT = ZERO.
         IF WS-TREFFER-INDEX = ZERO
             MOVE SPACES TO ZUG-KENNWORT
             MOVE "81" TO ZUG-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM D000-BILDE-PRUEFSUMME.
         MOVE SPACES TO ZUG-KENNWORT.
         PERFORM B500-TRAGE-KENNWORT-EIN.
         MOVE "AENDERUNG" TO WS-EREIGNIS.
         MOVE SPACES TO WS-PROT-TEXT.
         IF WS-LADESTATUS NOT = "00"
             STRING "KENNWORT FUER " DELIMITED BY SIZE
                 ZUG-BENUTZER DELIMITED BY SPACE
                 " NICHT GESPEICHERT" DELIMITED BY SIZE
                 INTO WS-PROT-TEXT
             PERFORM L000-SCHREIBE-PROTOKOLL
             MOVE WS-LADESTATUS TO ZUG-STATUS
             EXIT PARAGRAPH
         END-IF.
         STRING "KENNWORT FUER " DELIMITED BY SIZE
             ZUG-BENUTZER DELIMITED BY SPACE
             " GESETZT" DELIMITED BY SIZE
             INTO WS-PROT-TEXT.
         PERFORM L000-SCHREIBE-PROTOKOLL.

      * Pruefsumme ueber "BENUTZER;KENNWORT" (ohne endstaendige
      * Leerzeichen), sechsstellig in WS-PRUEF-ANZEIGE.
       D000-BILDE-PRUEFSUMME.
         MOVE SPACES TO WS-PRUEF-TEXT.
         STRING ZUG-BENUTZER DELIMITED BY SPACE
             ";" DELIMITED BY SIZE
             ZUG-KENNWORT DELIMITED BY SIZE
             INTO WS-PRUEF-TEXT.
         MOVE ZERO TO WS-PRUEF-SUMME.
         MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PRUEF-TEXT TRAILING))
             TO WS-PRUEF-LAENGE.
         PERFORM D100-ADDIERE-ZEICHEN
             VARYING WS-PRUEF-INDEX FROM 1 BY 1
             UNTIL WS-PRUEF-INDEX > WS-PRUEF-LAENGE.
         MOVE WS-PRUEF-SUMME TO WS-PRUEF-ANZEIGE.
         MOVE SPACES TO WS-PRUEF-TEXT.

       D100-ADDIERE-ZEICHEN.
         COMPUTE WS-PRUEF-SUMME = FUNCTION MOD(WS-PRUEF-SUMME * 31
             + FUNCTION ORD(WS-PRUEF-TEXT(WS-PRUEF-INDEX:1)),
             999983).

      * Zugriffsprotokoll fortschreiben (fehlt es, wird es neu
      * angelegt); ein Schreibfehler kommt als ZUG-STATUS zurueck.
       L000-SCHREIBE-PROTOKOLL.
         OPEN EXTEND PROTOKOLL-DATEI.
         IF PROTOKOLL-STATUS = "35"
             OPEN OUTPUT PROTOKOLL-DATEI
         END-IF.
         IF NOT PROTOKOLL-STATUS-OK
             MOVE PROTOKOLL-STATUS TO ZUG-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-PROTOKOLLZEILE.
         STRING FUNCTION CURRENT-DATE(1:14) ";"
             FUNCTION TRIM(WS-PROT-BENUTZER) ";"
             FUNCTION TRIM(WS-SITZUNG-PROGRAMM) ";"
             FUNCTION TRIM(WS-EREIGNIS) ";"
             ZUG-AUSWAHL ";"
             FUNCTION TRIM(WS-PROT-TEXT)
             DELIMITED BY SIZE INTO WS-PROTOKOLLZEILE.
         MOVE WS-PROTOKOLLZEILE TO PROTOKOLL-SATZ.
         WRITE PROTOKOLL-SATZ.
         IF NOT PROTOKOLL-STATUS-OK
             MOVE PROTOKOLL-STATUS TO ZUG-STATUS
         END-IF.
         CLOSE PROTOKOLL-DATEI.

       END PROGRAM zugang.

      * vim:ai sw=4 sts=4 expandtab
