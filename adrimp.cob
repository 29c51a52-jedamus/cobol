      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Einlesen von Adresslisten aus Fremdquellen: die
      * Alumni-Stelle und die Veranstaltungsanmeldungen liefern
      * ihre Listen als Textdateien mit Trennzeichen (Semikolon
      * oder Komma, je nach Quelle mit Kopfzeile und mit
      * Anfuehrungszeichen um Felder), die bisher Spalte fuer
      * Spalte in ADRTRANS.DAT abgetippt wurden. Dieses Programm
      * liest eine solche Liste nach einem Zuordnungsprofil je
      * Quelle und bildet daraus N/A-Transaktionen im Zuschnitt
      * von ADRTRANS.DAT unter dem hausweiten Umschlag (Kennung
      * ADRTRANS, Programm adrimp), die adrpfleg anwenden kann.
      *
      * Aufruf: adrimp profil [listendatei]
      *   profil        Zuordnungsprofil der Quelle (z.B.
      *                 ALUMNI.IMP), Pflichtparameter
      *   listendatei   ueberschreibt die Zeile DATEI; des Profils
      *
      * Das Profil (aehnlich ADRMASKE.PRF: Zeilen mit * in Spalte
      * 1 und Leerzeilen werden ueberlesen) kennt die Zeilen
      *     DATEI;name          Listendatei (Standard IMPORT.CSV)
      *     TRENNER;z           Feldtrenner, ein Zeichen oder TAB
      *                         (Standard ;)
      *     TEXTZEICHEN;z       Anfuehrungszeichen um Felder
      *                         (Standard "; leer = keines);
      *                         innerhalb eines Feldes steht es
      *                         verdoppelt
      *     KOPFZEILE;J|N       erste Zeile ueberlesen (Standard N)
      *     AKTION;N|A|AUTO     N = Neuzugang (Standard), A =
      *                         Aenderung, AUTO = A, wenn ADR-NAME
      *                         schon im Master steht, sonst N
      *     ADR-feld;spalte     Spalte (ab 1) fuer ein Feld aus
      *                         adresse.cpy: ADR-NAME, ADR-ABTEILUNG,
      *                         ADR-ORGANISATION, ADR-STRASSE,
      *                         ADR-ORT, ADR-STAAT, ADR-PLZ,
      *                         ADR-ORG-NR. Steht ein Feld mehrfach
      *                         im Profil, werden die Spalten mit
      *                         einem Leerzeichen aneinandergehaengt
      *                         (Vorname und Nachname -> ADR-NAME).
      * ADR-ID vergibt adrpfleg, ADR-LAND ist nicht belegbar
      * (Transaktionen sind Inland, siehe adrpfleg). ADR-NAME muss
      * zugeordnet sein. Ein fehlerhaftes Profil bricht den Lauf
      * mit RETURN-CODE 1 ab, bevor eine Zeile gelesen wird.
      *
      * Bei A und AUTO wird der Master ADDRESS-MASTER.DAT
      * gelesen: adrpfleg ersetzt bei A alle Inhaltsfelder, darum
      * werden die Felder, die das Profil nicht belegt, aus dem
      * bestehenden Satz uebernommen.
      *
      * Jede Datenzeile wird wie in adredit geprueft (R01 Name
      * leer, R02 Ort leer, R03 PLZ nicht fuenfstellig numerisch,
      * R06 Ortsname passt nicht zur PLZ lt. PLZVERZ.TAB), dazu
      *     I01  Inhalt zu lang fuer das Zielfeld
      *     I02  Anfuehrungszeichen nicht geschlossen
      *     I03  ADR-ORG-NR nicht fuenfstellig numerisch
      *     I04  Aktion A, aber ADR-NAME nicht im Master
      * Abgewiesene Zeilen gehen nicht in die Transaktionsdatei,
      * sondern mit Zeilennummer (der Listendatei, Kopfzeile
      * mitgezaehlt), Regel, Grund und der Originalzeile nach
      * ADRIMP.REJ (Umschlag ADRIMREJ, je Satz
      * ZEILE;REGEL;GRUND;ORIGINALZEILE) und in den Bericht
      * ADRIMP.RPT; ein Lauf mit Abweisungen endet mit
      * RETURN-CODE 4.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrimp.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * IMPPRF und IMPEIN sind logische Dateinamen; sie werden in
      * P000-LADE-PROFIL bzw. A000-IMPORTIERE-LISTE per SET
      * ENVIRONMENT auf Profil und Listendatei abgebildet.
           SELECT PROFIL-DATEI
           ASSIGN TO "IMPPRF"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PRF-STATUS.

           SELECT LISTEN-DATEI
           ASSIGN TO "IMPEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS LISTE-STATUS.

           SELECT ADDRESS-MASTER
           ASSIGN TO "ADDRESS-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ADRMAST-STATUS.

           SELECT TRANSAKTIONS-DATEI
           ASSIGN TO "ADRTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS TRANS-STATUS.

           SELECT ABWEIS-DATEI
           ASSIGN TO "ADRIMP.REJ"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ABWEIS-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ADRIMP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

           SELECT PLZVERZ-DATEI
           ASSIGN TO "PLZVERZ.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PLZVERZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFIL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PROFIL-SATZ              PIC X(80).

       FD LISTEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 LISTEN-SATZ              PIC X(1000).

       FD ADDRESS-MASTER
          LABEL RECORDS ARE OMITTED.
           COPY "adresse.cpy".

       FD TRANSAKTIONS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 TRANS-SATZ               PIC X(276).

       FD ABWEIS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ABWEIS-SATZ              PIC X(1056).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       FD PLZVERZ-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PLZVERZ-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(80)   VALUE SPACES.
       01 WS-PROFIL-NAME              PIC X(40)   VALUE SPACES.
       01 WS-LISTEN-PARAMETER         PIC X(40)   VALUE SPACES.
       01 WS-LISTEN-NAME              PIC X(40)   VALUE
          "IMPORT.CSV".

      * Einstellungen aus dem Profil
       01 WS-TRENNER                  PIC X(01)   VALUE ";".
       01 WS-TEXTZEICHEN              PIC X(01)   VALUE QUOTE.
       01 WS-KOPFZEILE-SCHALTER       PIC X(01)   VALUE "N".
          88 MIT-KOPFZEILE                        VALUE "J".
       01 WS-AKTION-VORGABE           PIC X(04)   VALUE "N".
          88 AKTION-NEU                           VALUE "N".
          88 AKTION-AENDERN                       VALUE "A".
          88 AKTION-AUTOMATISCH                   VALUE "AUTO".
       01 WS-TABULATOR                PIC X(01)   VALUE X"09".

       01 PRF-STATUS                  PIC XX.
       01 WS-PRF-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 ENDE-DES-PROFILS                     VALUE "J".
       01 WS-PRF-FEHLER-SCHALTER      PIC X(01)   VALUE "N".
          88 PROFIL-FEHLERHAFT                    VALUE "J".
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Profilzeile kein Semikolon hat.
       01 WS-PRF-WORT                 PIC X(20)   VALUE SPACES.
       01 WS-PRF-WERT                 PIC X(40)   VALUE SPACES.
       01 WS-PRF-ZEIGER               PIC 9(03)   COMP VALUE ZERO.
       01 WS-PRF-SPALTE               PIC 9(02)   COMP VALUE ZERO.

      * Zielfelder der Zuordnung mit ihrer Laenge im
      * Transaktionssatz.
       01 WS-ZIELFELD-WERTE.
          05 FILLER PIC X(22) VALUE "ADR-NAME            40".
          05 FILLER PIC X(22) VALUE "ADR-ABTEILUNG       40".
          05 FILLER PIC X(22) VALUE "ADR-ORGANISATION    40".
          05 FILLER PIC X(22) VALUE "ADR-STRASSE         40".
          05 FILLER PIC X(22) VALUE "ADR-ORT             40".
          05 FILLER PIC X(22) VALUE "ADR-STAAT           20".
          05 FILLER PIC X(22) VALUE "ADR-PLZ             10".
          05 FILLER PIC X(22) VALUE "ADR-ORG-NR          05".
       01 WS-ZIELFELDER REDEFINES WS-ZIELFELD-WERTE.
          05 WS-ZIELFELD              OCCURS 8 TIMES.
             10 ZFD-NAME              PIC X(20).
             10 ZFD-LAENGE            PIC 9(02).
       01 WS-ZIELFELD-ANZAHL          PIC 9(02)   COMP VALUE 8.
       01 WS-ZIEL-INDEX               PIC 9(02)   COMP VALUE ZERO.
       01 WS-ZIEL-TREFFER             PIC 9(02)   COMP VALUE ZERO.
       01 WS-ZIEL-BELEGUNG.
          05 WS-ZIEL-BELEGT           PIC X(01)   OCCURS 8 TIMES.

      * Zuordnungen Spalte -> Zielfeld in der Reihenfolge des
      * Profils (mehrere Zeilen je Zielfeld werden verkettet).
       01 WS-ZUORDNUNG-TABELLE.
          05 WS-ZUORDNUNG             OCCURS 30 TIMES.
             10 ZUO-ZIEL              PIC 9(02)   COMP.
             10 ZUO-SPALTE            PIC 9(02)   COMP.
       01 WS-ZUORDNUNG-ANZAHL         PIC 9(02)   COMP VALUE ZERO.
       01 WS-ZUORDNUNG-MAXIMUM        PIC 9(02)   COMP VALUE 30.
       01 WS-ZUORDNUNG-INDEX          PIC 9(02)   COMP VALUE ZERO.

      * Zerlegte Listenzeile
       01 WS-SPALTEN-TABELLE.
          05 WS-SPALTE                OCCURS 50 TIMES.
             10 SPA-INHALT            PIC X(80).
             10 SPA-ZU-LANG-SCHALTER  PIC X(01).
       01 WS-SPALTEN-ANZAHL           PIC 9(02)   COMP VALUE ZERO.
       01 WS-SPALTEN-MAXIMUM          PIC 9(02)   COMP VALUE 50.
       01 WS-SPALTEN-POS              PIC 9(03)   COMP VALUE ZERO.
       01 WS-ZEILEN-LAENGE            PIC 9(04)   COMP VALUE ZERO.
       01 WS-ZEICHEN-INDEX            PIC 9(04)   COMP VALUE ZERO.
       01 WS-ZEICHEN                  PIC X(01).
       01 WS-IM-TEXT-SCHALTER         PIC X(01)   VALUE "N".
          88 IM-TEXT                              VALUE "J".
       01 WS-UEBERSPRINGEN-SCHALTER   PIC X(01)   VALUE "N".
          88 ZEICHEN-UEBERSPRINGEN                VALUE "J".

      * Inhalte der Zielfelder einer Zeile
       01 WS-ZIELWERT-TABELLE.
          05 WS-ZIELWERT              OCCURS 8 TIMES.
             10 ZWT-INHALT            PIC X(80).
             10 ZWT-ZEIGER            PIC 9(03)   COMP.
             10 ZWT-ZU-LANG-SCHALTER  PIC X(01).

      * Transaktionsaufbau im Zuschnitt von ADRTRANS.DAT
      * (adrpfleg: Aktion, Schluessel = ADR-NAME, Name,
      * Abteilung, Organisation, Strasse, Ortsangabe, ORG-NR).
       01 WS-TRANS-AUFBAU.
          05 AUF-AKTION               PIC X(01).
          05 AUF-SCHLUESSEL           PIC X(40).
          05 AUF-NAME                 PIC X(40).
          05 AUF-ABTEILUNG            PIC X(40).
          05 AUF-ORGANISATION         PIC X(40).
          05 AUF-STRASSE              PIC X(40).
          05 AUF-ORT                  PIC X(40).
          05 AUF-STAAT                PIC X(20).
          05 AUF-PLZ                  PIC X(10).
          05 AUF-ORG-NR               PIC X(05).

      * Bestand fuer A und AUTO: Inhaltsfelder je ADR-NAME
       01 WS-MASTER-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-MASTERS                     VALUE "J".
       01 WS-BESTAND-TABELLE.
          05 WS-BESTAND-EINTRAG       OCCURS 9000 TIMES.
             10 BST-NAME              PIC X(40).
             10 BST-ABTEILUNG         PIC X(40).
             10 BST-ORGANISATION      PIC X(40).
             10 BST-STRASSE           PIC X(40).
             10 BST-ORT               PIC X(40).
             10 BST-STAAT             PIC X(20).
             10 BST-PLZ               PIC X(10).
       01 WS-BESTAND-ANZAHL           PIC 9(04)   COMP VALUE ZERO.
       01 WS-BESTAND-MAXIMUM          PIC 9(04)   COMP VALUE 9000.
       01 WS-BESTAND-INDEX            PIC 9(04)   COMP VALUE ZERO.
       01 WS-BESTAND-TREFFER          PIC 9(04)   COMP VALUE ZERO.

       01 WS-LISTE-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-LISTE                       VALUE "J".
       01 WS-ZEILEN-ZAEHLER           PIC 9(06)   COMP VALUE ZERO.
       01 WS-DATEN-ZAEHLER            PIC 9(06)   COMP VALUE ZERO.
       01 WS-NEU-ZAEHLER              PIC 9(06)   COMP VALUE ZERO.
       01 WS-AEND-ZAEHLER             PIC 9(06)   COMP VALUE ZERO.
       01 WS-ABWEIS-ZAEHLER           PIC 9(06)   COMP VALUE ZERO.

       01 WS-SATZ-GUELTIG-SCHALTER    PIC X(01).
          88 SATZ-GUELTIG                         VALUE "J".
       01 WS-REGEL                    PIC X(03).
       01 WS-GRUND                    PIC X(44).
       01 WS-PLZ                      PIC X(05).

       01 WS-PLZVERZ-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-PLZVERZ                     VALUE "J".
       01 WS-PLZVERZ-TABELLE.
          05 WS-PLZVERZ-EINTRAG       OCCURS 1000 TIMES.
             10 PLV-PLZ               PIC X(05).
             10 PLV-ORT               PIC X(30).
       01 WS-PLZVERZ-ANZAHL           PIC 9(04)   COMP VALUE ZERO.
       01 WS-PLZVERZ-MAXIMUM          PIC 9(04)   COMP VALUE 1000.
       01 WS-PLZVERZ-INDEX            PIC 9(04)   COMP VALUE ZERO.
       01 WS-PLZVERZ-TREFFER          PIC 9(04)   COMP VALUE ZERO.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Verzeichniszeile weniger Felder hat.
       01 WS-FELD-PLZ                 PIC X(05)   VALUE SPACES.
       01 WS-FELD-ORT                 PIC X(30)   VALUE SPACES.
       01 WS-ORT-GROSS                PIC X(40).
       01 WS-VERZ-ORT-GROSS           PIC X(30).
       01 WS-ORT-TREFFER              PIC 9(02)   COMP VALUE ZERO.
       01 WS-ORT-LAENGE               PIC 9(02)   COMP VALUE ZERO.

      * Satzbild von ADRIMP.REJ
       01 WS-ABWEIS-AUFBAU.
          05 ABA-ZEILE                PIC 9(06).
          05 FILLER                   PIC X(01)   VALUE ";".
          05 ABA-REGEL                PIC X(03).
          05 FILLER                   PIC X(01)   VALUE ";".
          05 ABA-GRUND                PIC X(44).
          05 FILLER                   PIC X(01)   VALUE ";".
          05 ABA-ORIGINAL             PIC X(1000).

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-ABWEISZEILE.
          05 FILLER                   PIC X(16)   VALUE
             "ABGEWIESEN ZEILE".
          05 WS-ABW-ZEILE             PIC ZZZZZ9.
          05 FILLER                   PIC X(07)   VALUE " REGEL ".
          05 WS-ABW-REGEL             PIC X(03).
          05 FILLER                   PIC X(02)   VALUE ": ".
          05 WS-ABW-TEXT              PIC X(44).

       01 WS-VORSCHLAGZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 FILLER                   PIC X(17)   VALUE
             "ORT LT. VERZ.  : ".
          05 WS-VOR-ORT               PIC X(30).

       01 WS-NAMENSZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 FILLER                   PIC X(17)   VALUE
             "NAME           : ".
          05 WS-NAM-INHALT            PIC X(40).

       01 WS-PROFILZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 WS-PRZ-TEXT              PIC X(17).
          05 WS-PRZ-WERT              PIC X(40).

       01 WS-ZUORDNUNGSZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 WS-ZOZ-FELD              PIC X(17).
          05 FILLER                   PIC X(07)   VALUE "SPALTE ".
          05 WS-ZOZ-SPALTE            PIC Z9.

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==LISTE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==LISTE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==LISTE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==LISTE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==LISTE-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ADRMAST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ADRMAST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ADRMAST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ADRMAST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ADRMAST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==TRANS-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==TRANS-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==TRANS-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==TRANS-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==TRANS-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ABWEIS-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ABWEIS-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ABWEIS-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ABWEIS-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ABWEIS-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==PLZVERZ-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==PLZVERZ-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==PLZVERZ-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==PLZVERZ-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PLZVERZ-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==AUS-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==ABW-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-IMPORTIERE-LISTE.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-PROFIL-NAME WS-LISTEN-PARAMETER
         END-UNSTRING.
         IF WS-PROFIL-NAME = SPACES
             DISPLAY "ADRIMP: Aufruf adrimp profil [listendatei]"
             STOP RUN RETURNING 1
         END-IF.
         PERFORM P000-LADE-PROFIL.
         IF WS-LISTEN-PARAMETER NOT = SPACES
             MOVE WS-LISTEN-PARAMETER TO WS-LISTEN-NAME
         END-IF.
         SET ENVIRONMENT "IMPEIN"
             TO FUNCTION TRIM(WS-LISTEN-NAME).

         OPEN INPUT LISTEN-DATEI.
         IF NOT LISTE-STATUS-OK
             DISPLAY "ADRIMP: Listendatei "
                 FUNCTION TRIM(WS-LISTEN-NAME)
                 " fehlt, Status " LISTE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT TRANSAKTIONS-DATEI.
         IF NOT TRANS-STATUS-OK
             DISPLAY "Sorry, unable to open ADRTRANS.DAT, status "
                 TRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT ABWEIS-DATEI.
         IF NOT ABWEIS-STATUS-OK
             DISPLAY "Sorry, unable to open ADRIMP.REJ, status "
                 ABWEIS-STATUS
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ADRIMP.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

         MOVE "ADRIMP EINLESEBERICHT" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM P500-BERICHTE-PROFIL.

         IF NOT AKTION-NEU
             PERFORM M000-LADE-BESTAND
         END-IF.
         PERFORM V000-LADE-PLZVERZEICHNIS.
         PERFORM U000-EROEFFNE-UMSCHLAEGE.

         PERFORM B000-LIES-LISTENZEILE.
         PERFORM C000-VERARBEITE-ZEILE
             UNTIL ENDE-DER-LISTE.

         PERFORM U200-SCHLIESSE-UMSCHLAEGE.

         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE LISTEN-DATEI TRANSAKTIONS-DATEI ABWEIS-DATEI
             BERICHT-DATEI.
         DISPLAY "ADRIMP: Zeilen " WS-DATEN-ZAEHLER
             ", neu " WS-NEU-ZAEHLER
             ", Aenderung " WS-AEND-ZAEHLER
             ", abgewiesen " WS-ABWEIS-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "adrimp" TO STAT-PROGRAMM.
         MOVE WS-DATEN-ZAEHLER TO STAT-SAETZE-EIN.
         COMPUTE STAT-SAETZE-AUS = WS-NEU-ZAEHLER + WS-AEND-ZAEHLER.
         MOVE WS-ABWEIS-ZAEHLER TO STAT-ABGEWIESEN.
         IF WS-ABWEIS-ZAEHLER > ZERO
             MOVE 4 TO STAT-RC
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         IF WS-ABWEIS-ZAEHLER > ZERO
             STOP RUN RETURNING 4
         END-IF.
         STOP RUN.

       B000-LIES-LISTENZEILE.
         READ LISTEN-DATEI
             AT END SET ENDE-DER-LISTE TO TRUE.
         IF NOT LISTE-STATUS-OK AND NOT LISTE-STATUS-ENDE
             DISPLAY "Sorry, error reading "
                 FUNCTION TRIM(WS-LISTEN-NAME) ", status "
                 LISTE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         IF NOT ENDE-DER-LISTE
             ADD 1 TO WS-ZEILEN-ZAEHLER
         END-IF.

      * Die Zeilennummer zaehlt jede physische Zeile der Liste
      * (auch Kopf- und Leerzeilen), damit der Bericht auf die
      * Zeile im Editor der Quelle zeigt.
       C000-VERARBEITE-ZEILE.
         EVALUATE TRUE
             WHEN WS-ZEILEN-ZAEHLER = 1 AND MIT-KOPFZEILE
                 CONTINUE
             WHEN LISTEN-SATZ = SPACES
                 CONTINUE
             WHEN OTHER
                 ADD 1 TO WS-DATEN-ZAEHLER
                 PERFORM C100-PRUEFE-ZEILE
         END-EVALUATE.
         PERFORM B000-LIES-LISTENZEILE.

       C100-PRUEFE-ZEILE.
         MOVE "J" TO WS-SATZ-GUELTIG-SCHALTER.
         MOVE SPACES TO WS-ZIELWERT-TABELLE.
         PERFORM D000-ZERLEGE-ZEILE.
         IF IM-TEXT
             MOVE "I02" TO WS-REGEL
             MOVE "Anfuehrungszeichen nicht geschlossen"
                 TO WS-GRUND
             PERFORM C300-WEISE-ZEILE-AB
             EXIT PARAGRAPH
         END-IF.
         PERFORM E000-BELEGE-ZIELFELDER.
         PERFORM E200-PRUEFE-FELDLAENGE
             VARYING WS-ZIEL-INDEX FROM 1 BY 1
             UNTIL WS-ZIEL-INDEX > WS-ZIELFELD-ANZAHL
             OR NOT SATZ-GUELTIG.
         IF NOT SATZ-GUELTIG
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-TRANS-AUFBAU.
         MOVE ZWT-INHALT(1) TO AUF-NAME.
         MOVE ZWT-INHALT(2) TO AUF-ABTEILUNG.
         MOVE ZWT-INHALT(3) TO AUF-ORGANISATION.
         MOVE ZWT-INHALT(4) TO AUF-STRASSE.
         MOVE ZWT-INHALT(5) TO AUF-ORT.
         MOVE ZWT-INHALT(6) TO AUF-STAAT.
         MOVE ZWT-INHALT(7) TO AUF-PLZ.
         MOVE ZWT-INHALT(8) TO AUF-ORG-NR.
         IF AUF-NAME = SPACES
             MOVE "R01" TO WS-REGEL
             MOVE "ADR-NAME ist leer" TO WS-GRUND
             PERFORM C300-WEISE-ZEILE-AB
             EXIT PARAGRAPH
         END-IF.
         PERFORM C150-BESTIMME-AKTION.
         IF NOT SATZ-GUELTIG
             EXIT PARAGRAPH
         END-IF.
         IF AUF-ORT = SPACES
             MOVE "R02" TO WS-REGEL
             MOVE "ADR-ORT ist leer" TO WS-GRUND
             PERFORM C300-WEISE-ZEILE-AB
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-PLZ.
         IF AUF-PLZ(1:5) IS NUMERIC AND AUF-PLZ(6:5) = SPACES
             MOVE AUF-PLZ(1:5) TO WS-PLZ
         END-IF.
         IF WS-PLZ = SPACES
             MOVE "R03" TO WS-REGEL
             MOVE "ADR-PLZ nicht fuenfstellig numerisch"
                 TO WS-GRUND
             PERFORM C300-WEISE-ZEILE-AB
             EXIT PARAGRAPH
         END-IF.
         PERFORM V300-PRUEFE-ORT-ZUR-PLZ.
         IF NOT SATZ-GUELTIG
             EXIT PARAGRAPH
         END-IF.
         IF AUF-ORG-NR NOT = SPACES AND AUF-ORG-NR NOT NUMERIC
             MOVE "I03" TO WS-REGEL
             MOVE "ADR-ORG-NR nicht fuenfstellig numerisch"
                 TO WS-GRUND
             PERFORM C300-WEISE-ZEILE-AB
             EXIT PARAGRAPH
         END-IF.
         PERFORM C200-SCHREIBE-TRANSAKTION.

      * N bleibt N (die Dublettenabwehr von adrpfleg greift
      * dort); bei A und AUTO entscheidet der Bestand. Fuer eine
      * Aenderung werden die im Profil nicht belegten Felder aus
      * dem bestehenden Satz uebernommen, weil adrpfleg bei A alle
      * Inhaltsfelder ersetzt.
       C150-BESTIMME-AKTION.
         MOVE AUF-NAME TO AUF-SCHLUESSEL.
         IF AKTION-NEU
             MOVE "N" TO AUF-AKTION
             EXIT PARAGRAPH
         END-IF.
         PERFORM M500-SUCHE-NAME.
         IF WS-BESTAND-TREFFER = ZERO
             IF AKTION-AENDERN
                 MOVE "I04" TO WS-REGEL
                 MOVE "Aktion A, aber ADR-NAME nicht im Master"
                     TO WS-GRUND
                 PERFORM C300-WEISE-ZEILE-AB
             ELSE
                 MOVE "N" TO AUF-AKTION
             END-IF
             EXIT PARAGRAPH
         END-IF.
         MOVE "A" TO AUF-AKTION.
         IF WS-ZIEL-BELEGT(2) = "N"
             MOVE BST-ABTEILUNG(WS-BESTAND-TREFFER) TO AUF-ABTEILUNG
         END-IF.
         IF WS-ZIEL-BELEGT(3) = "N"
             MOVE BST-ORGANISATION(WS-BESTAND-TREFFER)
                 TO AUF-ORGANISATION
         END-IF.
         IF WS-ZIEL-BELEGT(4) = "N"
             MOVE BST-STRASSE(WS-BESTAND-TREFFER) TO AUF-STRASSE
         END-IF.
         IF WS-ZIEL-BELEGT(5) = "N"
             MOVE BST-ORT(WS-BESTAND-TREFFER) TO AUF-ORT
         END-IF.
         IF WS-ZIEL-BELEGT(6) = "N"
             MOVE BST-STAAT(WS-BESTAND-TREFFER) TO AUF-STAAT
         END-IF.
         IF WS-ZIEL-BELEGT(7) = "N"
             MOVE BST-PLZ(WS-BESTAND-TREFFER) TO AUF-PLZ
         END-IF.

       C200-SCHREIBE-TRANSAKTION.
         MOVE WS-TRANS-AUFBAU TO TRANS-SATZ.
         PERFORM E300-SCHREIBE-TRANSSATZ.
         MOVE WS-TRANS-AUFBAU TO AUS-UMS-PUFFER.
         MOVE "SUMME" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         IF AUF-AKTION = "A"
             ADD 1 TO WS-AEND-ZAEHLER
         ELSE
             ADD 1 TO WS-NEU-ZAEHLER
         END-IF.

       C300-WEISE-ZEILE-AB.
         MOVE "N" TO WS-SATZ-GUELTIG-SCHALTER.
         ADD 1 TO WS-ABWEIS-ZAEHLER.
         MOVE WS-ZEILEN-ZAEHLER TO ABA-ZEILE.
         MOVE WS-REGEL TO ABA-REGEL.
         MOVE WS-GRUND TO ABA-GRUND.
         MOVE LISTEN-SATZ TO ABA-ORIGINAL.
         MOVE WS-ABWEIS-AUFBAU TO ABWEIS-SATZ.
         WRITE ABWEIS-SATZ.
         IF NOT ABWEIS-STATUS-OK
             DISPLAY "Sorry, error writing ADRIMP.REJ, status "
                 ABWEIS-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE WS-ABWEIS-AUFBAU TO ABW-UMS-PUFFER.
         MOVE "SUMME" TO ABW-UMS-FUNKTION.
         CALL "umschlag" USING ABW-UMS-UMSCHLAG.
         MOVE WS-ZEILEN-ZAEHLER TO WS-ABW-ZEILE.
         MOVE WS-REGEL TO WS-ABW-REGEL.
         MOVE WS-GRUND TO WS-ABW-TEXT.
         MOVE WS-ABWEISZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ZWT-INHALT(1) TO WS-NAM-INHALT.
         MOVE WS-NAMENSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Zerlegt LISTEN-SATZ Zeichen fuer Zeichen in Spalten:
      * der Trenner beendet eine Spalte nur ausserhalb des
      * Textzeichens, ein verdoppeltes Textzeichen innerhalb
      * steht fuer das Zeichen selbst. Leerzeichen vor einer
      * Spalte werden ueberlesen. Bleibt IM-TEXT am Zeilenende
      * gesetzt, fehlt das schliessende Textzeichen.
       D000-ZERLEGE-ZEILE.
         MOVE SPACES TO WS-SPALTEN-TABELLE.
         MOVE 1 TO WS-SPALTEN-ANZAHL.
         MOVE ZERO TO WS-SPALTEN-POS.
         MOVE "N" TO WS-IM-TEXT-SCHALTER WS-UEBERSPRINGEN-SCHALTER.
         MOVE FUNCTION LENGTH(FUNCTION TRIM(LISTEN-SATZ TRAILING))
             TO WS-ZEILEN-LAENGE.
         PERFORM D100-PRUEFE-ZEICHEN
             VARYING WS-ZEICHEN-INDEX FROM 1 BY 1
             UNTIL WS-ZEICHEN-INDEX > WS-ZEILEN-LAENGE.

       D100-PRUEFE-ZEICHEN.
         IF ZEICHEN-UEBERSPRINGEN
             MOVE "N" TO WS-UEBERSPRINGEN-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         MOVE LISTEN-SATZ(WS-ZEICHEN-INDEX:1) TO WS-ZEICHEN.
         EVALUATE TRUE
             WHEN IM-TEXT
                 PERFORM D150-PRUEFE-TEXTENDE
             WHEN WS-ZEICHEN = WS-TRENNER
                 IF WS-SPALTEN-ANZAHL < WS-SPALTEN-MAXIMUM
                     ADD 1 TO WS-SPALTEN-ANZAHL
                 END-IF
                 MOVE ZERO TO WS-SPALTEN-POS
             WHEN WS-ZEICHEN = SPACE AND WS-SPALTEN-POS = ZERO
                 CONTINUE
             WHEN WS-ZEICHEN = WS-TEXTZEICHEN
                 AND WS-TEXTZEICHEN NOT = SPACE
                 AND WS-SPALTEN-POS = ZERO
                 SET IM-TEXT TO TRUE
             WHEN OTHER
                 PERFORM D200-UEBERNIMM-ZEICHEN
         END-EVALUATE.

       D150-PRUEFE-TEXTENDE.
         IF WS-ZEICHEN NOT = WS-TEXTZEICHEN
             PERFORM D200-UEBERNIMM-ZEICHEN
             EXIT PARAGRAPH
         END-IF.
         IF WS-ZEICHEN-INDEX < WS-ZEILEN-LAENGE
             AND LISTEN-SATZ(WS-ZEICHEN-INDEX + 1:1)
                 = WS-TEXTZEICHEN
             PERFORM D200-UEBERNIMM-ZEICHEN
             SET ZEICHEN-UEBERSPRINGEN TO TRUE
         ELSE
             MOVE "N" TO WS-IM-TEXT-SCHALTER
         END-IF.

      * Ein leeres Feld in Textzeichen ("") laesst die Position
      * auf Null; das schadet nicht, die Spalte bleibt leer.
       D200-UEBERNIMM-ZEICHEN.
         ADD 1 TO WS-SPALTEN-POS.
         IF WS-SPALTEN-POS > 80
             MOVE "J" TO SPA-ZU-LANG-SCHALTER(WS-SPALTEN-ANZAHL)
         ELSE
             MOVE WS-ZEICHEN
                 TO SPA-INHALT(WS-SPALTEN-ANZAHL)(WS-SPALTEN-POS:1)
         END-IF.

      * Belegt die Zielfelder aus den Spalten nach der Zuordnung
      * des Profils; eine Spalte jenseits der Zeile bleibt leer.
       E000-BELEGE-ZIELFELDER.
         MOVE SPACES TO WS-ZIELWERT-TABELLE.
         PERFORM E010-SETZE-ZIELZEIGER
             VARYING WS-ZIEL-INDEX FROM 1 BY 1
             UNTIL WS-ZIEL-INDEX > WS-ZIELFELD-ANZAHL.
         PERFORM E100-UEBERNIMM-ZUORDNUNG
             VARYING WS-ZUORDNUNG-INDEX FROM 1 BY 1
             UNTIL WS-ZUORDNUNG-INDEX > WS-ZUORDNUNG-ANZAHL.

       E010-SETZE-ZIELZEIGER.
         MOVE 1 TO ZWT-ZEIGER(WS-ZIEL-INDEX).
         MOVE "N" TO ZWT-ZU-LANG-SCHALTER(WS-ZIEL-INDEX).

       E100-UEBERNIMM-ZUORDNUNG.
         MOVE ZUO-ZIEL(WS-ZUORDNUNG-INDEX) TO WS-ZIEL-INDEX.
         IF ZUO-SPALTE(WS-ZUORDNUNG-INDEX) > WS-SPALTEN-ANZAHL
             EXIT PARAGRAPH
         END-IF.
         IF SPA-ZU-LANG-SCHALTER(ZUO-SPALTE(WS-ZUORDNUNG-INDEX))
             = "J"
             MOVE "J" TO ZWT-ZU-LANG-SCHALTER(WS-ZIEL-INDEX)
         END-IF.
         IF SPA-INHALT(ZUO-SPALTE(WS-ZUORDNUNG-INDEX)) = SPACES
             EXIT PARAGRAPH
         END-IF.
         IF ZWT-ZEIGER(WS-ZIEL-INDEX) > 1
             STRING " " DELIMITED BY SIZE
                 INTO ZWT-INHALT(WS-ZIEL-INDEX)
                 WITH POINTER ZWT-ZEIGER(WS-ZIEL-INDEX)
                 ON OVERFLOW
                     MOVE "J" TO ZWT-ZU-LANG-SCHALTER(WS-ZIEL-INDEX)
             END-STRING
         END-IF.
         STRING FUNCTION TRIM(
                 SPA-INHALT(ZUO-SPALTE(WS-ZUORDNUNG-INDEX)))
                 DELIMITED BY SIZE
             INTO ZWT-INHALT(WS-ZIEL-INDEX)
             WITH POINTER ZWT-ZEIGER(WS-ZIEL-INDEX)
             ON OVERFLOW
                 MOVE "J" TO ZWT-ZU-LANG-SCHALTER(WS-ZIEL-INDEX)
         END-STRING.

       E200-PRUEFE-FELDLAENGE.
         IF ZWT-ZU-LANG-SCHALTER(WS-ZIEL-INDEX) = "J"
             OR ZWT-ZEIGER(WS-ZIEL-INDEX) - 1
                 > ZFD-LAENGE(WS-ZIEL-INDEX)
             MOVE "I01" TO WS-REGEL
             MOVE SPACES TO WS-GRUND
             STRING "Inhalt zu lang fuer " DELIMITED BY SIZE
                 ZFD-NAME(WS-ZIEL-INDEX) DELIMITED BY SPACE
                 INTO WS-GRUND
             END-STRING
             PERFORM C300-WEISE-ZEILE-AB
         END-IF.

       E300-SCHREIBE-TRANSSATZ.
         WRITE TRANS-SATZ.
         IF NOT TRANS-STATUS-OK
             DISPLAY "Sorry, error writing ADRTRANS.DAT, status "
                 TRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing ADRIMP.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       H000-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ZEILEN GELESEN        : " TO WS-SUM-TEXT.
         MOVE WS-ZEILEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DATENZEILEN           : " TO WS-SUM-TEXT.
         MOVE WS-DATEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRANSAKTIONEN N       : " TO WS-SUM-TEXT.
         MOVE WS-NEU-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRANSAKTIONEN A       : " TO WS-SUM-TEXT.
         MOVE WS-AEND-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ZEILEN ABGEWIESEN     : " TO WS-SUM-TEXT.
         MOVE WS-ABWEIS-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Laedt Name und Inhaltsfelder des Masters (ohne
      * Umschlagsaetze) fuer die Aktionen A und AUTO.
       M000-LADE-BESTAND.
         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM M100-LIES-MASTERSATZ.
         PERFORM M200-UEBERNIMM-MASTERSATZ
             UNTIL ENDE-DES-MASTERS.
         CLOSE ADDRESS-MASTER.

       M100-LIES-MASTERSATZ.
         READ ADDRESS-MASTER
             AT END SET ENDE-DES-MASTERS TO TRUE.
         IF NOT ADRMAST-STATUS-OK AND NOT ADRMAST-STATUS-ENDE
             DISPLAY "Sorry, error reading ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

       M200-UEBERNIMM-MASTERSATZ.
         IF ADRESSE-SATZ(1:6) IS NUMERIC
             IF WS-BESTAND-ANZAHL NOT LESS WS-BESTAND-MAXIMUM
                 DISPLAY "ADRIMP: mehr als " WS-BESTAND-MAXIMUM
                     " Saetze im Master, Lauf wird abgebrochen"
                 STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-BESTAND-ANZAHL
             MOVE ADR-NAME TO BST-NAME(WS-BESTAND-ANZAHL)
             MOVE ADR-ABTEILUNG TO BST-ABTEILUNG(WS-BESTAND-ANZAHL)
             MOVE ADR-ORGANISATION
                 TO BST-ORGANISATION(WS-BESTAND-ANZAHL)
             MOVE ADR-STRASSE TO BST-STRASSE(WS-BESTAND-ANZAHL)
             MOVE ADR-ORT TO BST-ORT(WS-BESTAND-ANZAHL)
             MOVE ADR-STAAT TO BST-STAAT(WS-BESTAND-ANZAHL)
             MOVE ADR-PLZ TO BST-PLZ(WS-BESTAND-ANZAHL)
         END-IF.
         PERFORM M100-LIES-MASTERSATZ.

       M500-SUCHE-NAME.
         MOVE ZERO TO WS-BESTAND-TREFFER.
         PERFORM M510-PRUEFE-NAME
             VARYING WS-BESTAND-INDEX FROM 1 BY 1
             UNTIL WS-BESTAND-INDEX > WS-BESTAND-ANZAHL.

       M510-PRUEFE-NAME.
         IF BST-NAME(WS-BESTAND-INDEX) = AUF-NAME
             MOVE WS-BESTAND-INDEX TO WS-BESTAND-TREFFER
             MOVE WS-BESTAND-ANZAHL TO WS-BESTAND-INDEX
         END-IF.

      * Laedt das Zuordnungsprofil; jede fehlerhafte Zeile wird
      * gemeldet, am Ende bricht ein fehlerhaftes Profil den Lauf
      * ab, bevor eine Ausgabedatei angelegt ist.
       P000-LADE-PROFIL.
         MOVE ALL "N" TO WS-ZIEL-BELEGUNG.
         SET ENVIRONMENT "IMPPRF"
             TO FUNCTION TRIM(WS-PROFIL-NAME).
         OPEN INPUT PROFIL-DATEI.
         IF PRF-STATUS NOT = "00"
             DISPLAY "ADRIMP: Profil " FUNCTION TRIM(
                 WS-PROFIL-NAME) " fehlt, Status " PRF-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM P100-LIES-PROFILZEILE.
         PERFORM P200-UEBERNIMM-PROFILZEILE
             UNTIL ENDE-DES-PROFILS.
         CLOSE PROFIL-DATEI.
         IF WS-ZIEL-BELEGT(1) = "N"
             DISPLAY "ADRIMP: Profil ordnet ADR-NAME keine "
                 "Spalte zu"
             SET PROFIL-FEHLERHAFT TO TRUE
         END-IF.
         IF PROFIL-FEHLERHAFT
             DISPLAY "ADRIMP: Profil " FUNCTION TRIM(WS-PROFIL-NAME)
                 " fehlerhaft, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.

       P100-LIES-PROFILZEILE.
         READ PROFIL-DATEI
             AT END SET ENDE-DES-PROFILS TO TRUE
         END-READ.
         IF PRF-STATUS NOT = "00" AND PRF-STATUS NOT = "10"
             DISPLAY "ADRIMP: Lesefehler im Profil, Status "
                 PRF-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Der Wert steht hinter dem ersten Semikolon und wird nicht
      * weiter zerlegt, damit auch TRENNER;; geht.
       P200-UEBERNIMM-PROFILZEILE.
         IF PROFIL-SATZ NOT = SPACES
             AND PROFIL-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-PRF-WORT WS-PRF-WERT
             MOVE 1 TO WS-PRF-ZEIGER
             UNSTRING PROFIL-SATZ DELIMITED BY ";"
                 INTO WS-PRF-WORT
                 WITH POINTER WS-PRF-ZEIGER
             END-UNSTRING
             IF WS-PRF-ZEIGER NOT > 80
                 MOVE PROFIL-SATZ(WS-PRF-ZEIGER:) TO WS-PRF-WERT
             END-IF
             PERFORM P300-PRUEFE-SCHLUESSELWORT
         END-IF.
         PERFORM P100-LIES-PROFILZEILE.

       P300-PRUEFE-SCHLUESSELWORT.
         EVALUATE WS-PRF-WORT
             WHEN "DATEI"
                 IF WS-PRF-WERT = SPACES
                     PERFORM P900-MELDE-PROFILZEILE
                 ELSE
                     MOVE WS-PRF-WERT TO WS-LISTEN-NAME
                 END-IF
             WHEN "TRENNER"
                 EVALUATE TRUE
                     WHEN WS-PRF-WERT = "TAB"
                         MOVE WS-TABULATOR TO WS-TRENNER
                     WHEN WS-PRF-WERT(2:) = SPACES
                         AND WS-PRF-WERT(1:1) NOT = SPACE
                         MOVE WS-PRF-WERT(1:1) TO WS-TRENNER
                     WHEN OTHER
                         PERFORM P900-MELDE-PROFILZEILE
                 END-EVALUATE
             WHEN "TEXTZEICHEN"
                 IF WS-PRF-WERT(2:) = SPACES
                     MOVE WS-PRF-WERT(1:1) TO WS-TEXTZEICHEN
                 ELSE
                     PERFORM P900-MELDE-PROFILZEILE
                 END-IF
             WHEN "KOPFZEILE"
                 IF WS-PRF-WERT = "J" OR WS-PRF-WERT = "N"
                     MOVE WS-PRF-WERT TO WS-KOPFZEILE-SCHALTER
                 ELSE
                     PERFORM P900-MELDE-PROFILZEILE
                 END-IF
             WHEN "AKTION"
                 IF WS-PRF-WERT = "N" OR WS-PRF-WERT = "A"
                     OR WS-PRF-WERT = "AUTO"
                     MOVE WS-PRF-WERT TO WS-AKTION-VORGABE
                 ELSE
                     PERFORM P900-MELDE-PROFILZEILE
                 END-IF
             WHEN OTHER
                 PERFORM P400-UEBERNIMM-ZUORDNUNG
         END-EVALUATE.

       P400-UEBERNIMM-ZUORDNUNG.
         MOVE ZERO TO WS-ZIEL-TREFFER.
         PERFORM P410-SUCHE-ZIELFELD
             VARYING WS-ZIEL-INDEX FROM 1 BY 1
             UNTIL WS-ZIEL-INDEX > WS-ZIELFELD-ANZAHL.
         IF WS-ZIEL-TREFFER = ZERO
             OR FUNCTION TRIM(WS-PRF-WERT) IS NOT NUMERIC
             PERFORM P900-MELDE-PROFILZEILE
             EXIT PARAGRAPH
         END-IF.
         MOVE FUNCTION NUMVAL(WS-PRF-WERT) TO WS-PRF-SPALTE.
         IF WS-PRF-SPALTE = ZERO
             OR WS-PRF-SPALTE > WS-SPALTEN-MAXIMUM
             PERFORM P900-MELDE-PROFILZEILE
             EXIT PARAGRAPH
         END-IF.
         IF WS-ZUORDNUNG-ANZAHL NOT LESS WS-ZUORDNUNG-MAXIMUM
             DISPLAY "ADRIMP: Profil hat mehr als "
                 WS-ZUORDNUNG-MAXIMUM " Zuordnungen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-ZUORDNUNG-ANZAHL.
         MOVE WS-ZIEL-TREFFER TO ZUO-ZIEL(WS-ZUORDNUNG-ANZAHL).
         MOVE WS-PRF-SPALTE TO ZUO-SPALTE(WS-ZUORDNUNG-ANZAHL).
         MOVE "J" TO WS-ZIEL-BELEGT(WS-ZIEL-TREFFER).

       P410-SUCHE-ZIELFELD.
         IF ZFD-NAME(WS-ZIEL-INDEX) = WS-PRF-WORT
             MOVE WS-ZIEL-INDEX TO WS-ZIEL-TREFFER
             MOVE WS-ZIELFELD-ANZAHL TO WS-ZIEL-INDEX
         END-IF.

      * Profil und Zuordnungen an den Anfang des Berichts, damit
      * man sieht, wie die Liste gelesen wurde.
       P500-BERICHTE-PROFIL.
         MOVE "PROFIL         : " TO WS-PRZ-TEXT.
         MOVE WS-PROFIL-NAME TO WS-PRZ-WERT.
         MOVE WS-PROFILZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "LISTENDATEI    : " TO WS-PRZ-TEXT.
         MOVE WS-LISTEN-NAME TO WS-PRZ-WERT.
         MOVE WS-PROFILZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRENNER        : " TO WS-PRZ-TEXT.
         IF WS-TRENNER = WS-TABULATOR
             MOVE "TAB" TO WS-PRZ-WERT
         ELSE
             MOVE WS-TRENNER TO WS-PRZ-WERT
         END-IF.
         MOVE WS-PROFILZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TEXTZEICHEN    : " TO WS-PRZ-TEXT.
         IF WS-TEXTZEICHEN = SPACE
             MOVE "(keines)" TO WS-PRZ-WERT
         ELSE
             MOVE WS-TEXTZEICHEN TO WS-PRZ-WERT
         END-IF.
         MOVE WS-PROFILZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "KOPFZEILE      : " TO WS-PRZ-TEXT.
         MOVE WS-KOPFZEILE-SCHALTER TO WS-PRZ-WERT.
         MOVE WS-PROFILZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "AKTION         : " TO WS-PRZ-TEXT.
         MOVE WS-AKTION-VORGABE TO WS-PRZ-WERT.
         MOVE WS-PROFILZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM P510-BERICHTE-ZUORDNUNG
             VARYING WS-ZUORDNUNG-INDEX FROM 1 BY 1
             UNTIL WS-ZUORDNUNG-INDEX > WS-ZUORDNUNG-ANZAHL.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       P510-BERICHTE-ZUORDNUNG.
         MOVE ZFD-NAME(ZUO-ZIEL(WS-ZUORDNUNG-INDEX))
             TO WS-ZOZ-FELD.
         MOVE ZUO-SPALTE(WS-ZUORDNUNG-INDEX) TO WS-ZOZ-SPALTE.
         MOVE WS-ZUORDNUNGSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       P900-MELDE-PROFILZEILE.
         DISPLAY "ADRIMP: ungueltige Profilzeile "
             FUNCTION TRIM(PROFIL-SATZ).
         SET PROFIL-FEHLERHAFT TO TRUE.

      * Umschlaege der beiden Ausgabedateien eroeffnen: Zaehler auf
      * Anfang, Kopfsaetze schreiben.
       U000-EROEFFNE-UMSCHLAEGE.
         MOVE "ADRTRANS" TO AUS-UMS-KENNUNG.
         MOVE "adrimp" TO AUS-UMS-PROGRAMM.
         MOVE 1 TO AUS-UMS-GENERATION.
         MOVE "ANFANG" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE "KOPF" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE AUS-UMS-SATZBILD TO TRANS-SATZ.
         PERFORM E300-SCHREIBE-TRANSSATZ.
         MOVE "ADRIMREJ" TO ABW-UMS-KENNUNG.
         MOVE "adrimp" TO ABW-UMS-PROGRAMM.
         MOVE 1 TO ABW-UMS-GENERATION.
         MOVE "ANFANG" TO ABW-UMS-FUNKTION.
         CALL "umschlag" USING ABW-UMS-UMSCHLAG.
         MOVE "KOPF" TO ABW-UMS-FUNKTION.
         CALL "umschlag" USING ABW-UMS-UMSCHLAG.
         MOVE ABW-UMS-SATZBILD TO ABWEIS-SATZ.
         WRITE ABWEIS-SATZ.
         IF NOT ABWEIS-STATUS-OK
             DISPLAY "Sorry, error writing ADRIMP.REJ, status "
                 ABWEIS-STATUS
             STOP RUN RETURNING 1
         END-IF.

       U200-SCHLIESSE-UMSCHLAEGE.
         MOVE "ENDE" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE AUS-UMS-SATZBILD TO TRANS-SATZ.
         PERFORM E300-SCHREIBE-TRANSSATZ.
         MOVE "ENDE" TO ABW-UMS-FUNKTION.
         CALL "umschlag" USING ABW-UMS-UMSCHLAG.
         MOVE ABW-UMS-SATZBILD TO ABWEIS-SATZ.
         WRITE ABWEIS-SATZ.
         IF NOT ABWEIS-STATUS-OK
             DISPLAY "Sorry, error writing ADRIMP.REJ, status "
                 ABWEIS-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Laedt das Postleitzahlverzeichnis PLZVERZ.TAB; ein
      * fehlendes Verzeichnis wird gemeldet und wie ein leeres
      * behandelt (keine Ortspruefung).
       V000-LADE-PLZVERZEICHNIS.
         OPEN INPUT PLZVERZ-DATEI.
         IF NOT PLZVERZ-STATUS-OK
             DISPLAY "ADRIMP: Postleitzahlverzeichnis "
                 "PLZVERZ.TAB fehlt, Status " PLZVERZ-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM V100-LIES-VERZEICHNISZEILE.
         PERFORM V200-UEBERNIMM-VERZEICHNISZEILE
             UNTIL ENDE-DES-PLZVERZ.
         CLOSE PLZVERZ-DATEI.

       V100-LIES-VERZEICHNISZEILE.
         READ PLZVERZ-DATEI
             AT END SET ENDE-DES-PLZVERZ TO TRUE.
         IF NOT PLZVERZ-STATUS-OK AND NOT PLZVERZ-STATUS-ENDE
             DISPLAY "Sorry, error reading PLZVERZ.TAB, status "
                 PLZVERZ-STATUS
             STOP RUN RETURNING 1
         END-IF.

       V200-UEBERNIMM-VERZEICHNISZEILE.
         IF PLZVERZ-SATZ = SPACES
             OR PLZVERZ-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             IF WS-PLZVERZ-ANZAHL NOT LESS WS-PLZVERZ-MAXIMUM
                 DISPLAY "ADRIMP: mehr als " WS-PLZVERZ-MAXIMUM
                     " Eintraege in PLZVERZ.TAB"
                 STOP RUN RETURNING 1
             END-IF
             MOVE SPACES TO WS-FELD-PLZ WS-FELD-ORT
             UNSTRING PLZVERZ-SATZ DELIMITED BY ";"
                 INTO WS-FELD-PLZ WS-FELD-ORT
             END-UNSTRING
             ADD 1 TO WS-PLZVERZ-ANZAHL
             MOVE WS-FELD-PLZ TO PLV-PLZ(WS-PLZVERZ-ANZAHL)
             MOVE WS-FELD-ORT TO PLV-ORT(WS-PLZVERZ-ANZAHL)
         END-IF.
         PERFORM V100-LIES-VERZEICHNISZEILE.

      * Regel R06 wie in adredit: steht die PLZ im Verzeichnis,
      * muss der eingetragene Ortsname (in Grossschrift
      * verglichen) im Ort vorkommen; sonst wird die Zeile mit
      * dem Ortsnamen des Verzeichnisses als Vorschlag abgewiesen.
       V300-PRUEFE-ORT-ZUR-PLZ.
         PERFORM V400-SUCHE-PLZ-IM-VERZEICHNIS.
         IF WS-PLZVERZ-TREFFER = ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE AUF-ORT TO WS-ORT-GROSS.
         INSPECT WS-ORT-GROSS CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         MOVE PLV-ORT(WS-PLZVERZ-TREFFER) TO WS-VERZ-ORT-GROSS.
         INSPECT WS-VERZ-ORT-GROSS CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VERZ-ORT-GROSS))
             TO WS-ORT-LAENGE.
         MOVE ZERO TO WS-ORT-TREFFER.
         IF WS-ORT-LAENGE > ZERO
             INSPECT WS-ORT-GROSS
                 TALLYING WS-ORT-TREFFER FOR ALL
                 WS-VERZ-ORT-GROSS(1:WS-ORT-LAENGE)
         END-IF.
         IF WS-ORT-TREFFER = ZERO
             MOVE "R06" TO WS-REGEL
             MOVE "Ortsname passt nicht zur PLZ" TO WS-GRUND
             PERFORM C300-WEISE-ZEILE-AB
             MOVE PLV-ORT(WS-PLZVERZ-TREFFER) TO WS-VOR-ORT
             MOVE WS-VORSCHLAGZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       V400-SUCHE-PLZ-IM-VERZEICHNIS.
         MOVE ZERO TO WS-PLZVERZ-TREFFER.
         PERFORM V410-PRUEFE-VERZEICHNISEINTRAG
             VARYING WS-PLZVERZ-INDEX FROM 1 BY 1
             UNTIL WS-PLZVERZ-INDEX > WS-PLZVERZ-ANZAHL.

       V410-PRUEFE-VERZEICHNISEINTRAG.
         IF PLV-PLZ(WS-PLZVERZ-INDEX) = WS-PLZ
             MOVE WS-PLZVERZ-INDEX TO WS-PLZVERZ-TREFFER
             MOVE WS-PLZVERZ-ANZAHL TO WS-PLZVERZ-INDEX
         END-IF.

      * Herkunftsprotokoll: Liste, Profil, Master und
      * PLZ-Verzeichnis zu beiden Ausgaben.
       Z900-MELDE-HERKUNFT.
         MOVE "adrimp" TO HKF-PROGRAMM.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE WS-LISTEN-NAME TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         IF WS-PROFIL-NAME NOT = SPACES
             MOVE WS-PROFIL-NAME TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         IF NOT AKTION-NEU
             MOVE "ADDRESS-MASTER.DAT" TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         MOVE "PLZVERZ.TAB" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ADRTRANS.DAT" TO HKF-DATEI.
         MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "ADRIMP.REJ" TO HKF-DATEI.
         MOVE ABW-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADRIMP: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM adrimp.

      * vim:ai sw=4 sts=4 expandtab
