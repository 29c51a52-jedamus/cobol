      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Monatliche Qualitaetskennzahlen des Adressmasters: adredit
      * weist schlechte Saetze je Lauf ab, adraudit prueft, ob die
      * Dateien zueinander passen - ob der Master als Ganzes besser
      * oder schlechter wird, sagt keiner von beiden. Dieses
      * Programm liest ADDRESS-MASTER.DAT (Umschlag ADRMAST) und
      * zaehlt fuer den ganzen Bestand und je ADR-ORGANISATION:
      *     K1  ADR-ABTEILUNG ist leer
      *     K2  Inlands-PLZ fehlt, ist nicht fuenfstellig oder
      *         steht nicht im Postleitzahlverzeichnis PLZVERZ.TAB
      *     K3  Ortsname passt nicht zur PLZ laut PLZVERZ.TAB
      *         (wie Regel R06 in adredit)
      *     K4  Auslandssatz: ADR-LAND nicht in LAND.TAB oder die
      *         PLZ passt nicht zum Muster des Landes (wie Regeln
      *         R04/R05 in adredit)
      *     K5  ADR-UNZUSTELLBAR; die Dauer seit der ersten
      *         Retoure im Retourenjournal RETOURHIS.DAT wird in
      *         Altersstufen ausgewiesen (adrretour setzt das
      *         Kennzeichen bei der ersten Retoure, keiner setzt es
      *         zurueck)
      *     K6  seit ueber zwei Jahren keine Zeile in ADRHIST.DAT
      *         (auch: nie eine)
      * Logisch geloeschte Saetze (ADR-GELOESCHT) zaehlen weder zum
      * Bestand noch zu den Kennzahlen; der Bericht weist sie unter
      * dem Bestand gesondert aus.
      * Die Zahlen des ganzen Bestands werden je Monat in der
      * Kennzahlenhistorie QUALHIST.DAT fortgeschrieben (je Zeile
      * JJJJMM;BESTAND;K1;K2;K3;K4;K5;K6, ein zweiter Lauf im
      * selben Monat ersetzt die Zeile des Monats; die Haushaltung
      * aufraeum beschneidet die Datei nach AUFBEWAHR.TAB). Der
      * Bericht ADRQUAL.RPT zeigt die Anteile des Monats, den
      * Verlauf ueber die letzten sechs Monate und die Anteile je
      * Organisation; ein Anteil, der gegenueber dem Vormonat
      * gestiegen ist, wird mit ** SCHLECHTER markiert und der Lauf
      * endet dann mit RETURN-CODE 4. Vorgesehen als monatlicher
      * ULTIMO-Schritt im Strom ULTIMO (BATCHJOB.ULTIMO.DEF).
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Historiensatz auf 546 Stellen (Loeschkennzeichen im
      *     Adresssatz).
      *   - Logisch geloeschte Saetze werden nicht bewertet und unter
      *     dem Bestand gesondert gezaehlt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrqual.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-MASTER
           ASSIGN TO "ADDRESS-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ADRMAST-STATUS.

           SELECT PLZVERZ-DATEI
           ASSIGN TO "PLZVERZ.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PLZVERZ-STATUS.

           SELECT LAENDER-DATEI
           ASSIGN TO "LAND.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS LAND-STATUS.

           SELECT HISTORIEN-DATEI
           ASSIGN TO "ADRHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS HISTORIE-STATUS.

           SELECT JOURNAL-DATEI
           ASSIGN TO "RETOURHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS JOURNAL-STATUS.

           SELECT KENNZAHL-DATEI
           ASSIGN TO "QUALHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS KENNZAHL-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ADRQUAL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADDRESS-MASTER
          LABEL RECORDS ARE OMITTED.
           COPY "adresse.cpy".

       FD PLZVERZ-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PLZVERZ-SATZ             PIC X(80).

       FD LAENDER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 LAENDER-SATZ             PIC X(80).

       FD HISTORIEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 HISTORIEN-SATZ           PIC X(546).

       FD JOURNAL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 JOURNAL-SATZ             PIC X(80).

       FD KENNZAHL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 KENNZAHL-SATZ            PIC X(80).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HEUTE                    PIC 9(08)   VALUE ZERO.
       01 WS-HEUTE-TAGESZAHL          PIC 9(07)   COMP VALUE ZERO.
       01 WS-MONAT                    PIC X(06).
      * Grenze fuer K6: heute vor zwei Jahren (JJJJMMTT - 20000)
       01 WS-GRENZDATUM               PIC 9(08)   VALUE ZERO.
       01 WS-GRENZDATUM-TEXT REDEFINES WS-GRENZDATUM
                                      PIC X(08).

       01 WS-EINGABE-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-EINGABE                     VALUE "J".
       01 WS-KOPF-GEPRUEFT-SCHALTER   PIC X(01)   VALUE "N".
          88 KOPF-GEPRUEFT                        VALUE "J".
       01 WS-ENDE-GESEHEN-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDESATZ-GESEHEN                     VALUE "J".
       01 WS-HISTORIE-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-HISTORIE                    VALUE "J".
       01 WS-JOURNAL-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-JOURNALS                    VALUE "J".
       01 WS-KENNZAHL-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-KENNZAHLEN                  VALUE "J".

      * Kennzahlen K1 bis K6 (Texte fuer den Bericht)
       01 WS-KATEGORIE-TEXTE.
          05 FILLER PIC X(30) VALUE "K1 ohne Abteilung".
          05 FILLER PIC X(30) VALUE "K2 PLZ nicht im Verzeichnis".
          05 FILLER PIC X(30) VALUE "K3 Ort passt nicht zur PLZ".
          05 FILLER PIC X(30) VALUE "K4 Auslands-PLZ/Land falsch".
          05 FILLER PIC X(30) VALUE "K5 unzustellbar".
          05 FILLER PIC X(30) VALUE "K6 unberuehrt > 2 Jahre".
       01 WS-KATEGORIEN REDEFINES WS-KATEGORIE-TEXTE.
          05 WS-KATEGORIE-TEXT        PIC X(30)   OCCURS 6 TIMES.
       01 WS-KAT-INDEX                PIC 9(02)   COMP VALUE ZERO.

      * Ein Eintrag je Mastersatz, nach ADR-ID aufsteigend; die
      * Merkmale K1-K5 kommen aus dem Satz, K6 und das Alter von
      * K5 erst nach dem Lesen von Historie und Journal.
       01 WS-SATZ-TABELLE.
          05 WS-SATZ-EINTRAG          OCCURS 9000 TIMES.
             10 QUA-ID                PIC X(06).
             10 QUA-ORG               PIC 9(04)   COMP.
             10 QUA-MERKMAL           PIC X(01)   OCCURS 6 TIMES.
             10 QUA-BERUEHRT          PIC X(08).
             10 QUA-RETOURE           PIC X(08).
       01 WS-SATZ-ANZAHL              PIC 9(04)   COMP VALUE ZERO.
       01 WS-SATZ-MAXIMUM             PIC 9(04)   COMP VALUE 9000.
       01 WS-SATZ-INDEX               PIC 9(04)   COMP VALUE ZERO.
       01 WS-SATZ-TREFFER             PIC 9(04)   COMP VALUE ZERO.
       01 WS-EINFUEGE-INDEX           PIC 9(04)   COMP VALUE ZERO.
       01 WS-UNTEN                    PIC 9(04)   COMP VALUE ZERO.
       01 WS-OBEN                     PIC 9(04)   COMP VALUE ZERO.
       01 WS-MITTE                    PIC 9(04)   COMP VALUE ZERO.
       01 WS-SUCH-ID                  PIC X(06).
       01 WS-PLATZ-SCHALTER           PIC X(01).
          88 PLATZ-GEFUNDEN                       VALUE "J".
       01 WS-NEUE-MERKMALE.
          05 WS-NEUES-MERKMAL         PIC X(01)   OCCURS 6 TIMES.
       01 WS-NEUE-ORG                 PIC 9(04)   COMP VALUE ZERO.

      * Organisationen in der Reihenfolge ihres ersten Auftretens;
      * Eintrag 1 sammelt die Saetze ohne ADR-ORGANISATION.
       01 WS-ORG-TABELLE.
          05 WS-ORG-EINTRAG           OCCURS 500 TIMES.
             10 ORG-NAME              PIC X(40).
             10 ORG-BESTAND           PIC 9(06)   COMP.
             10 ORG-ZAEHLER           PIC 9(06)   COMP
                                      OCCURS 6 TIMES.
       01 WS-ORG-ANZAHL               PIC 9(04)   COMP VALUE ZERO.
       01 WS-ORG-MAXIMUM              PIC 9(04)   COMP VALUE 500.
       01 WS-ORG-INDEX                PIC 9(04)   COMP VALUE ZERO.

       01 WS-GESAMT-BESTAND           PIC 9(06)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(06)   COMP VALUE ZERO.
       01 WS-GESAMT-ZAEHLER-TABELLE.
          05 WS-GESAMT-ZAEHLER        PIC 9(06)   COMP VALUE ZERO
                                      OCCURS 6 TIMES.
      * Altersstufen der unzustellbaren Saetze
       01 WS-ALTER-BIS-90             PIC 9(06)   COMP VALUE ZERO.
       01 WS-ALTER-BIS-365            PIC 9(06)   COMP VALUE ZERO.
       01 WS-ALTER-UEBER-365          PIC 9(06)   COMP VALUE ZERO.
       01 WS-ALTER-UNBEKANNT          PIC 9(06)   COMP VALUE ZERO.
       01 WS-ALTER-TAGE               PIC S9(07)  COMP VALUE ZERO.
       01 WS-ALTER-SUMME              PIC 9(09)   COMP VALUE ZERO.
       01 WS-ALTER-BEKANNT            PIC 9(06)   COMP VALUE ZERO.
       01 WS-ALTER-AELTESTES          PIC 9(07)   COMP VALUE ZERO.
       01 WS-DATUM                    PIC 9(08)   VALUE ZERO.

      * Kennzahlenhistorie: je Monat der Bestand und K1-K6
       01 WS-MONATS-TABELLE.
          05 WS-MONATS-EINTRAG        OCCURS 120 TIMES.
             10 MON-MONAT             PIC X(06).
             10 MON-BESTAND           PIC 9(06).
             10 MON-ZAEHLER           PIC 9(06)   OCCURS 6 TIMES.
       01 WS-MONATS-ANZAHL            PIC 9(04)   COMP VALUE ZERO.
       01 WS-MONATS-MAXIMUM           PIC 9(04)   COMP VALUE 120.
       01 WS-MONATS-INDEX             PIC 9(04)   COMP VALUE ZERO.
       01 WS-MONATS-TREFFER           PIC 9(04)   COMP VALUE ZERO.
       01 WS-VORMONAT-INDEX           PIC 9(04)   COMP VALUE ZERO.
       01 WS-ERSTER-MONAT             PIC 9(04)   COMP VALUE ZERO.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-MONAT               PIC X(06)   VALUE SPACES.
       01 WS-FELD-ZAHLEN.
          05 WS-FELD-ZAHL             PIC X(06)   VALUE SPACES
                                      OCCURS 7 TIMES.
       01 WS-FELD-INDEX               PIC 9(02)   COMP VALUE ZERO.
       01 WS-FELDER-LESBAR-SCHALTER   PIC X(01).
          88 FELDER-LESBAR                        VALUE "J".

       01 WS-ANTEIL                   PIC 9(04)   COMP VALUE ZERO.
       01 WS-ANTEIL-VORMONAT          PIC 9(04)   COMP VALUE ZERO.
       01 WS-SCHLECHTER-ZAEHLER       PIC 9(02)   COMP VALUE ZERO.
       01 WS-RECHEN-BESTAND           PIC 9(06)   COMP VALUE ZERO.
       01 WS-RECHEN-ZAEHLER           PIC 9(06)   COMP VALUE ZERO.

       01 WS-PLZ                      PIC X(05).
       01 WS-PLZ-LAENGE               PIC 9(02)   COMP.

       01 WS-LAND-ENDE-SCHALTER       PIC X(01)   VALUE "N".
          88 ENDE-DER-LAENDER                     VALUE "J".
       01 WS-LAENDER-TABELLE.
          05 WS-LAND-EINTRAG          OCCURS 50 TIMES.
             10 LND-KENNZEICHEN       PIC X(03).
             10 LND-NAME              PIC X(30).
             10 LND-PLZFORMAT         PIC X(10).
       01 WS-LAND-ANZAHL              PIC 9(02)   COMP VALUE ZERO.
       01 WS-LAND-MAXIMUM             PIC 9(02)   COMP VALUE 50.
       01 WS-LAND-INDEX               PIC 9(02)   COMP VALUE ZERO.
       01 WS-LAND-TREFFER             PIC 9(02)   COMP VALUE ZERO.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Laenderzeile weniger Felder hat.
       01 WS-FELD-KENNZEICHEN         PIC X(03)   VALUE SPACES.
       01 WS-FELD-LANDNAME            PIC X(30)   VALUE SPACES.
       01 WS-FELD-PLZFORMAT           PIC X(10)   VALUE SPACES.

       01 WS-MUSTER                   PIC X(10).
       01 WS-MUSTER-LAENGE            PIC 9(02)   COMP.
       01 WS-MUSTER-INDEX             PIC 9(02)   COMP.
       01 WS-MUSTER-POS               PIC 9(03)   COMP.
       01 WS-MUSTER-ZEICHEN           PIC X(01).
       01 WS-SATZ-ZEICHEN             PIC X(01).
       01 WS-MUSTER-TREFFER-SCHALTER  PIC X(01)   VALUE "N".
          88 MUSTER-GEFUNDEN                      VALUE "J".
       01 WS-STELLE-PASST-SCHALTER    PIC X(01)   VALUE "N".
          88 STELLE-PASST                         VALUE "J".

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

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Journalzeile weniger Felder hat.
       01 WS-JRN-ID                   PIC X(06)   VALUE SPACES.
       01 WS-JRN-GRUND                PIC X(20)   VALUE SPACES.
       01 WS-JRN-ZEIT                 PIC X(14)   VALUE SPACES.

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-KOPFZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 WS-KPF-TEXT              PIC X(17).
          05 WS-KPF-WERT              PIC X(40).

       01 WS-KENNZAHLZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 WS-KZL-TEXT              PIC X(30).
          05 WS-KZL-ANZAHL            PIC ZZZZZ9.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-KZL-ANTEIL            PIC ZZ9.9.
          05 FILLER                   PIC X(03)   VALUE " % ".
          05 WS-KZL-VORMONAT          PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-KZL-MARKE             PIC X(13).

       01 WS-VORMONAT-ANZEIGE.
          05 FILLER                   PIC X(01)   VALUE "(".
          05 WS-VMA-ANTEIL            PIC ZZ9.9.
          05 FILLER                   PIC X(02)   VALUE "%)".

       01 WS-ALTERZEILE.
          05 FILLER                   PIC X(07)   VALUE SPACES.
          05 WS-ALT-TEXT              PIC X(27).
          05 WS-ALT-ANZAHL            PIC ZZZZZ9.

       01 WS-VERLAUFZEILE.
          05 WS-VLF-TEXT              PIC X(30).
          05 WS-VLF-SPALTE            PIC X(08)   OCCURS 6 TIMES.
       01 WS-VLF-SPALTE-INDEX         PIC 9(02)   COMP VALUE ZERO.
       01 WS-VERLAUF-ANTEIL.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-VLA-ANTEIL            PIC ZZ9.9.
          05 FILLER                   PIC X(02)   VALUE "% ".
       01 WS-VERLAUF-MONAT.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-VLM-JAHR              PIC X(04).
          05 FILLER                   PIC X(01)   VALUE "-".
          05 WS-VLM-MONAT             PIC X(02).

       01 WS-ORGZEILE.
          05 WS-OZL-NAME              PIC X(22).
          05 WS-OZL-BESTAND           PIC ZZZZZ9.
          05 WS-OZL-SPALTE            PIC X(08)   OCCURS 6 TIMES.

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ADRMAST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ADRMAST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ADRMAST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ADRMAST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ADRMAST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==PLZVERZ-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==PLZVERZ-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==PLZVERZ-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==PLZVERZ-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PLZVERZ-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==LAND-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==LAND-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==LAND-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==LAND-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==LAND-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==HISTORIE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==HISTORIE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==HISTORIE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==HISTORIE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==HISTORIE-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==JOURNAL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==JOURNAL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==JOURNAL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==JOURNAL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==JOURNAL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==KENNZAHL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==KENNZAHL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==KENNZAHL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==KENNZAHL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==KENNZAHL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==EIN-UMS==.

       COPY "laufstat.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-ERMITTLE-KENNZAHLEN.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         MOVE WS-HEUTE(1:6) TO WS-MONAT.
         COMPUTE WS-HEUTE-TAGESZAHL =
             FUNCTION INTEGER-OF-DATE(WS-HEUTE).
         COMPUTE WS-GRENZDATUM = WS-HEUTE - 20000.

         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ADRQUAL.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

         PERFORM L000-LADE-LAENDER.
         PERFORM V000-LADE-PLZVERZEICHNIS.
      * Eintrag 1 der Organisationstabelle: ohne Organisation
         MOVE 1 TO WS-ORG-ANZAHL.
         MOVE "(ohne Organisation)" TO ORG-NAME(1).
         MOVE ZERO TO ORG-BESTAND(1).
         PERFORM A100-LOESCHE-ORG-ZAEHLER
             VARYING WS-KAT-INDEX FROM 1 BY 1
             UNTIL WS-KAT-INDEX > 6.

         MOVE "ADRMAST" TO EIN-UMS-KENNUNG.
         MOVE "ANFANG" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         PERFORM B000-LIES-ADRESSE-SATZ.
         PERFORM C000-PRUEFE-ADRESSE-SATZ
             UNTIL ENDE-DER-EINGABE.
         IF NOT ENDESATZ-GESEHEN
             DISPLAY "ADRQUAL: Endesatz des Umschlags fehlt in "
                 "ADDRESS-MASTER.DAT"
             STOP RUN RETURNING 1
         END-IF.
         CLOSE ADDRESS-MASTER.

         PERFORM D000-LADE-HISTORIE.
         PERFORM E000-LADE-RETOURENJOURNAL.
         PERFORM F000-ZAEHLE-SATZ
             VARYING WS-SATZ-INDEX FROM 1 BY 1
             UNTIL WS-SATZ-INDEX > WS-SATZ-ANZAHL.

         PERFORM K000-LADE-KENNZAHLEN.
         PERFORM K300-MERKE-MONAT.

         PERFORM H000-SCHREIBE-MONATSZAHLEN.
         PERFORM H300-SCHREIBE-VERLAUF.
         PERFORM H500-SCHREIBE-ORGANISATIONEN.
         CLOSE BERICHT-DATEI.

         PERFORM K500-SCHREIBE-KENNZAHLEN.

         DISPLAY "ADRQUAL: Monat " WS-MONAT
             ", Bestand " WS-GESAMT-BESTAND
             ", geloescht " WS-GELOESCHT-ZAEHLER
             ", Kennzahlen schlechter " WS-SCHLECHTER-ZAEHLER.
         MOVE "adrqual" TO STAT-PROGRAMM.
         COMPUTE STAT-SAETZE-EIN =
             WS-GESAMT-BESTAND + WS-GELOESCHT-ZAEHLER.
         MOVE WS-MONATS-ANZAHL TO STAT-SAETZE-AUS.
         MOVE ZERO TO STAT-ABGEWIESEN.
         IF WS-SCHLECHTER-ZAEHLER > ZERO
             MOVE 4 TO STAT-RC
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         IF WS-SCHLECHTER-ZAEHLER > ZERO
             STOP RUN RETURNING 4
         END-IF.
         STOP RUN.

       A100-LOESCHE-ORG-ZAEHLER.
         MOVE ZERO TO ORG-ZAEHLER(WS-ORG-ANZAHL, WS-KAT-INDEX).

       B000-LIES-ADRESSE-SATZ.
         READ ADDRESS-MASTER
             AT END SET ENDE-DER-EINGABE TO TRUE.
         IF NOT ADRMAST-STATUS-OK AND NOT ADRMAST-STATUS-ENDE
             DISPLAY "Sorry, error reading ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

       C000-PRUEFE-ADRESSE-SATZ.
         EVALUATE TRUE
             WHEN NOT KOPF-GEPRUEFT
                 PERFORM U100-PRUEFE-EINGABEKOPF
             WHEN ADRESSE-SATZ(1:2) = "UE"
                 PERFORM U150-PRUEFE-EINGABEENDE
             WHEN ENDESATZ-GESEHEN
                 DISPLAY "ADRQUAL: Nutzsatz nach dem Endesatz in "
                     "ADDRESS-MASTER.DAT"
                 STOP RUN RETURNING 1
             WHEN OTHER
                 MOVE ADRESSE-SATZ TO EIN-UMS-PUFFER
                 MOVE "SUMME" TO EIN-UMS-FUNKTION
                 CALL "umschlag" USING EIN-UMS-UMSCHLAG
                 IF ADR-GELOESCHT
                     ADD 1 TO WS-GELOESCHT-ZAEHLER
                 ELSE
                     PERFORM C100-BESTIMME-MERKMALE
                     PERFORM G100-SUCHE-ORGANISATION
                     PERFORM G000-FUEGE-SATZ-EIN
                 END-IF
         END-EVALUATE.
         PERFORM B000-LIES-ADRESSE-SATZ.

      * Merkmale K1 bis K5 aus dem Satz selbst
       C100-BESTIMME-MERKMALE.
         MOVE SPACES TO WS-NEUE-MERKMALE.
         IF ADR-ABTEILUNG = SPACES
             MOVE "J" TO WS-NEUES-MERKMAL(1)
         END-IF.
         IF ADR-LAND = SPACES OR ADR-LAND = "D"
             PERFORM C200-PRUEFE-INLANDS-PLZ
         ELSE
             PERFORM L500-SUCHE-LAND
             IF WS-LAND-TREFFER = ZERO
                 MOVE "J" TO WS-NEUES-MERKMAL(4)
             ELSE
                 IF LND-PLZFORMAT(WS-LAND-TREFFER) NOT = SPACES
                     PERFORM M000-PRUEFE-MUSTER
                     IF NOT MUSTER-GEFUNDEN
                         MOVE "J" TO WS-NEUES-MERKMAL(4)
                     END-IF
                 END-IF
             END-IF
         END-IF.
         IF ADR-UNZUSTELLBAR
             MOVE "J" TO WS-NEUES-MERKMAL(5)
         END-IF.

      * K2: PLZ fehlt, ist falsch gebaut oder nicht im
      * Verzeichnis; K3: Ort passt nicht zur eingetragenen PLZ.
       C200-PRUEFE-INLANDS-PLZ.
         MOVE SPACES TO WS-PLZ.
         IF ADR-PLZ(1:5) IS NUMERIC AND ADR-PLZ(6:5) = SPACES
             MOVE ADR-PLZ(1:5) TO WS-PLZ
         END-IF.
         IF WS-PLZ = SPACES
             MOVE "J" TO WS-NEUES-MERKMAL(2)
             EXIT PARAGRAPH
         END-IF.
         PERFORM V400-SUCHE-PLZ-IM-VERZEICHNIS.
         IF WS-PLZVERZ-TREFFER = ZERO
             MOVE "J" TO WS-NEUES-MERKMAL(2)
             EXIT PARAGRAPH
         END-IF.
         MOVE ADR-ORT TO WS-ORT-GROSS.
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
             MOVE "J" TO WS-NEUES-MERKMAL(3)
         END-IF.

      * Juengste Historienzeile je ADR-ID merken (K6)
       D000-LADE-HISTORIE.
         OPEN INPUT HISTORIEN-DATEI.
         IF HISTORIE-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT HISTORIE-STATUS-OK
             DISPLAY "Sorry, unable to open ADRHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM D100-LIES-HISTORIE.
         PERFORM D200-UEBERNIMM-HISTORIE
             UNTIL ENDE-DER-HISTORIE.
         CLOSE HISTORIEN-DATEI.

       D100-LIES-HISTORIE.
         READ HISTORIEN-DATEI
             AT END SET ENDE-DER-HISTORIE TO TRUE.
         IF NOT HISTORIE-STATUS-OK AND NOT HISTORIE-STATUS-ENDE
             DISPLAY "Sorry, error reading ADRHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.

       D200-UEBERNIMM-HISTORIE.
         IF HISTORIEN-SATZ(1:6) IS NUMERIC
             AND HISTORIEN-SATZ(8:8) IS NUMERIC
             MOVE HISTORIEN-SATZ(1:6) TO WS-SUCH-ID
             PERFORM G200-SUCHE-ID
             IF WS-SATZ-TREFFER NOT = ZERO
                 IF QUA-BERUEHRT(WS-SATZ-TREFFER) = SPACES
                     OR QUA-BERUEHRT(WS-SATZ-TREFFER)
                         < HISTORIEN-SATZ(8:8)
                     MOVE HISTORIEN-SATZ(8:8)
                         TO QUA-BERUEHRT(WS-SATZ-TREFFER)
                 END-IF
             END-IF
         END-IF.
         PERFORM D100-LIES-HISTORIE.

      * Frueheste Retoure je ADR-ID merken (Alter von K5)
       E000-LADE-RETOURENJOURNAL.
         OPEN INPUT JOURNAL-DATEI.
         IF JOURNAL-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT JOURNAL-STATUS-OK
             DISPLAY "Sorry, unable to open RETOURHIS.DAT, status "
                 JOURNAL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM E100-LIES-JOURNAL.
         PERFORM E200-UEBERNIMM-JOURNAL
             UNTIL ENDE-DES-JOURNALS.
         CLOSE JOURNAL-DATEI.

       E100-LIES-JOURNAL.
         READ JOURNAL-DATEI
             AT END SET ENDE-DES-JOURNALS TO TRUE.
         IF NOT JOURNAL-STATUS-OK AND NOT JOURNAL-STATUS-ENDE
             DISPLAY "Sorry, error reading RETOURHIS.DAT, status "
                 JOURNAL-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E200-UEBERNIMM-JOURNAL.
         MOVE SPACES TO WS-JRN-ID WS-JRN-GRUND WS-JRN-ZEIT.
         UNSTRING JOURNAL-SATZ DELIMITED BY ";"
             INTO WS-JRN-ID WS-JRN-GRUND WS-JRN-ZEIT
         END-UNSTRING.
         IF WS-JRN-ID IS NUMERIC AND WS-JRN-ZEIT(1:8) IS NUMERIC
             MOVE WS-JRN-ID TO WS-SUCH-ID
             PERFORM G200-SUCHE-ID
             IF WS-SATZ-TREFFER NOT = ZERO
                 IF QUA-RETOURE(WS-SATZ-TREFFER) = SPACES
                     OR QUA-RETOURE(WS-SATZ-TREFFER)
                         > WS-JRN-ZEIT(1:8)
                     MOVE WS-JRN-ZEIT(1:8)
                         TO QUA-RETOURE(WS-SATZ-TREFFER)
                 END-IF
             END-IF
         END-IF.
         PERFORM E100-LIES-JOURNAL.

      * Zaehlt einen Satz in den Bestand und seine Organisation;
      * K6 und das Alter der Unzustellbarkeit werden hier
      * bestimmt.
       F000-ZAEHLE-SATZ.
         IF QUA-BERUEHRT(WS-SATZ-INDEX) = SPACES
             OR QUA-BERUEHRT(WS-SATZ-INDEX) < WS-GRENZDATUM-TEXT
             MOVE "J" TO QUA-MERKMAL(WS-SATZ-INDEX, 6)
         END-IF.
         IF QUA-MERKMAL(WS-SATZ-INDEX, 5) = "J"
             PERFORM F200-BESTIMME-ALTER
         END-IF.
         ADD 1 TO WS-GESAMT-BESTAND.
         MOVE QUA-ORG(WS-SATZ-INDEX) TO WS-ORG-INDEX.
         ADD 1 TO ORG-BESTAND(WS-ORG-INDEX).
         PERFORM F100-ZAEHLE-MERKMAL
             VARYING WS-KAT-INDEX FROM 1 BY 1
             UNTIL WS-KAT-INDEX > 6.

       F100-ZAEHLE-MERKMAL.
         IF QUA-MERKMAL(WS-SATZ-INDEX, WS-KAT-INDEX) = "J"
             ADD 1 TO WS-GESAMT-ZAEHLER(WS-KAT-INDEX)
             ADD 1 TO ORG-ZAEHLER(WS-ORG-INDEX, WS-KAT-INDEX)
         END-IF.

       F200-BESTIMME-ALTER.
         IF QUA-RETOURE(WS-SATZ-INDEX) = SPACES
             ADD 1 TO WS-ALTER-UNBEKANNT
             EXIT PARAGRAPH
         END-IF.
         MOVE QUA-RETOURE(WS-SATZ-INDEX) TO WS-DATUM.
         COMPUTE WS-ALTER-TAGE = WS-HEUTE-TAGESZAHL
             - FUNCTION INTEGER-OF-DATE(WS-DATUM).
         IF WS-ALTER-TAGE < ZERO
             MOVE ZERO TO WS-ALTER-TAGE
         END-IF.
         EVALUATE TRUE
             WHEN WS-ALTER-TAGE < 90
                 ADD 1 TO WS-ALTER-BIS-90
             WHEN WS-ALTER-TAGE < 365
                 ADD 1 TO WS-ALTER-BIS-365
             WHEN OTHER
                 ADD 1 TO WS-ALTER-UEBER-365
         END-EVALUATE.
         ADD 1 TO WS-ALTER-BEKANNT.
         ADD WS-ALTER-TAGE TO WS-ALTER-SUMME.
         IF WS-ALTER-TAGE > WS-ALTER-AELTESTES
             MOVE WS-ALTER-TAGE TO WS-ALTER-AELTESTES
         END-IF.

      * Einfuegen in die aufsteigende Tabelle: von hinten her
      * jede groessere ADR-ID um einen Platz nach oben schieben.
       G000-FUEGE-SATZ-EIN.
         IF WS-SATZ-ANZAHL NOT LESS WS-SATZ-MAXIMUM
             DISPLAY "ADRQUAL: mehr als " WS-SATZ-MAXIMUM
                 " Saetze im Master, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         MOVE ADR-ID TO WS-SUCH-ID.
         ADD 1 TO WS-SATZ-ANZAHL.
         MOVE WS-SATZ-ANZAHL TO WS-EINFUEGE-INDEX.
         MOVE "N" TO WS-PLATZ-SCHALTER.
         PERFORM G010-SCHIEBE-HOCH
             UNTIL PLATZ-GEFUNDEN.
         MOVE WS-SUCH-ID TO QUA-ID(WS-EINFUEGE-INDEX).
         MOVE WS-NEUE-ORG TO QUA-ORG(WS-EINFUEGE-INDEX).
         PERFORM G020-UEBERNIMM-MERKMAL
             VARYING WS-KAT-INDEX FROM 1 BY 1
             UNTIL WS-KAT-INDEX > 6.
         MOVE SPACES TO QUA-BERUEHRT(WS-EINFUEGE-INDEX)
             QUA-RETOURE(WS-EINFUEGE-INDEX).

       G010-SCHIEBE-HOCH.
         IF WS-EINFUEGE-INDEX = 1
             SET PLATZ-GEFUNDEN TO TRUE
             EXIT PARAGRAPH
         END-IF.
         IF QUA-ID(WS-EINFUEGE-INDEX - 1) < WS-SUCH-ID
             SET PLATZ-GEFUNDEN TO TRUE
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-SATZ-EINTRAG(WS-EINFUEGE-INDEX - 1)
             TO WS-SATZ-EINTRAG(WS-EINFUEGE-INDEX).
         SUBTRACT 1 FROM WS-EINFUEGE-INDEX.

       G020-UEBERNIMM-MERKMAL.
         MOVE WS-NEUES-MERKMAL(WS-KAT-INDEX)
             TO QUA-MERKMAL(WS-EINFUEGE-INDEX, WS-KAT-INDEX).

      * Organisation nach ADR-ORGANISATION (Eintrag 1 fuer leere)
       G100-SUCHE-ORGANISATION.
         MOVE 1 TO WS-NEUE-ORG.
         IF ADR-ORGANISATION = SPACES
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-NEUE-ORG.
         PERFORM G110-PRUEFE-ORGANISATION
             VARYING WS-ORG-INDEX FROM 2 BY 1
             UNTIL WS-ORG-INDEX > WS-ORG-ANZAHL
                 OR WS-NEUE-ORG NOT = ZERO.
         IF WS-NEUE-ORG NOT = ZERO
             EXIT PARAGRAPH
         END-IF.
         IF WS-ORG-ANZAHL NOT LESS WS-ORG-MAXIMUM
             DISPLAY "ADRQUAL: mehr als " WS-ORG-MAXIMUM
                 " Organisationen im Master, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-ORG-ANZAHL.
         MOVE ADR-ORGANISATION TO ORG-NAME(WS-ORG-ANZAHL).
         MOVE ZERO TO ORG-BESTAND(WS-ORG-ANZAHL).
         PERFORM A100-LOESCHE-ORG-ZAEHLER
             VARYING WS-KAT-INDEX FROM 1 BY 1
             UNTIL WS-KAT-INDEX > 6.
         MOVE WS-ORG-ANZAHL TO WS-NEUE-ORG.

       G110-PRUEFE-ORGANISATION.
         IF ORG-NAME(WS-ORG-INDEX) = ADR-ORGANISATION
             MOVE WS-ORG-INDEX TO WS-NEUE-ORG
         END-IF.

      * Halbierende Suche nach WS-SUCH-ID; WS-SATZ-TREFFER
      * bleibt Null, wenn die ADR-ID nicht im Master steht.
       G200-SUCHE-ID.
         MOVE ZERO TO WS-SATZ-TREFFER.
         MOVE 1 TO WS-UNTEN.
         MOVE WS-SATZ-ANZAHL TO WS-OBEN.
         PERFORM G210-HALBIERE
             UNTIL WS-UNTEN > WS-OBEN
                 OR WS-SATZ-TREFFER NOT = ZERO.

       G210-HALBIERE.
         COMPUTE WS-MITTE = (WS-UNTEN + WS-OBEN) / 2.
         EVALUATE TRUE
             WHEN QUA-ID(WS-MITTE) = WS-SUCH-ID
                 MOVE WS-MITTE TO WS-SATZ-TREFFER
             WHEN QUA-ID(WS-MITTE) < WS-SUCH-ID
                 COMPUTE WS-UNTEN = WS-MITTE + 1
             WHEN WS-MITTE = 1
                 MOVE ZERO TO WS-OBEN
             WHEN OTHER
                 COMPUTE WS-OBEN = WS-MITTE - 1
         END-EVALUATE.

       G900-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing ADRQUAL.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Teil 1: Anteile des Monats, Vergleich mit dem Vormonat
       H000-SCHREIBE-MONATSZAHLEN.
         MOVE "ADRQUAL QUALITAETSKENNZAHLEN DES ADRESSMASTERS"
             TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "MONAT          : " TO WS-KPF-TEXT.
         MOVE WS-MONAT TO WS-KPF-WERT.
         MOVE WS-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "LAUFDATUM      : " TO WS-KPF-TEXT.
         MOVE WS-HEUTE TO WS-KPF-WERT.
         MOVE WS-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "VORMONAT       : " TO WS-KPF-TEXT.
         IF WS-VORMONAT-INDEX = ZERO
             MOVE "(keiner in QUALHIST.DAT)" TO WS-KPF-WERT
         ELSE
             MOVE MON-MONAT(WS-VORMONAT-INDEX) TO WS-KPF-WERT
         END-IF.
         MOVE WS-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "GANZER BESTAND" TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-KZL-VORMONAT WS-KZL-MARKE.
         MOVE "SAETZE IM MASTER" TO WS-KZL-TEXT.
         MOVE WS-GESAMT-BESTAND TO WS-KZL-ANZAHL.
         MOVE 100 TO WS-KZL-ANTEIL.
         MOVE WS-KENNZAHLZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "logisch geloescht (ohne K)" TO WS-ALT-TEXT.
         MOVE WS-GELOESCHT-ZAEHLER TO WS-ALT-ANZAHL.
         MOVE WS-ALTERZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         PERFORM H100-SCHREIBE-KENNZAHL
             VARYING WS-KAT-INDEX FROM 1 BY 1
             UNTIL WS-KAT-INDEX > 6.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "    UNZUSTELLBAR SEIT DER ERSTEN RETOURE"
             TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "unter 90 Tagen" TO WS-ALT-TEXT.
         MOVE WS-ALTER-BIS-90 TO WS-ALT-ANZAHL.
         MOVE WS-ALTERZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "90 Tage bis unter 1 Jahr" TO WS-ALT-TEXT.
         MOVE WS-ALTER-BIS-365 TO WS-ALT-ANZAHL.
         MOVE WS-ALTERZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "1 Jahr und laenger" TO WS-ALT-TEXT.
         MOVE WS-ALTER-UEBER-365 TO WS-ALT-ANZAHL.
         MOVE WS-ALTERZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "ohne Eintrag im Journal" TO WS-ALT-TEXT.
         MOVE WS-ALTER-UNBEKANNT TO WS-ALT-ANZAHL.
         MOVE WS-ALTERZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         IF WS-ALTER-BEKANNT > ZERO
             MOVE "Tage im Durchschnitt" TO WS-ALT-TEXT
             COMPUTE WS-ALT-ANZAHL ROUNDED =
                 WS-ALTER-SUMME / WS-ALTER-BEKANNT
             MOVE WS-ALTERZEILE TO WS-BERICHTZEILE
             PERFORM G900-SCHREIBE-BERICHTZEILE
             MOVE "Tage hoechstens" TO WS-ALT-TEXT
             MOVE WS-ALTER-AELTESTES TO WS-ALT-ANZAHL
             MOVE WS-ALTERZEILE TO WS-BERICHTZEILE
             PERFORM G900-SCHREIBE-BERICHTZEILE
         END-IF.

       H100-SCHREIBE-KENNZAHL.
         MOVE WS-KATEGORIE-TEXT(WS-KAT-INDEX) TO WS-KZL-TEXT.
         MOVE WS-GESAMT-ZAEHLER(WS-KAT-INDEX) TO WS-KZL-ANZAHL.
         MOVE WS-GESAMT-BESTAND TO WS-RECHEN-BESTAND.
         MOVE WS-GESAMT-ZAEHLER(WS-KAT-INDEX) TO WS-RECHEN-ZAEHLER.
         PERFORM P000-BERECHNE-ANTEIL.
         COMPUTE WS-KZL-ANTEIL = WS-ANTEIL / 10.
         MOVE SPACES TO WS-KZL-VORMONAT WS-KZL-MARKE.
         IF WS-VORMONAT-INDEX NOT = ZERO
             MOVE WS-ANTEIL TO WS-ANTEIL-VORMONAT
             MOVE MON-BESTAND(WS-VORMONAT-INDEX)
                 TO WS-RECHEN-BESTAND
             MOVE MON-ZAEHLER(WS-VORMONAT-INDEX, WS-KAT-INDEX)
                 TO WS-RECHEN-ZAEHLER
             PERFORM P000-BERECHNE-ANTEIL
             COMPUTE WS-VMA-ANTEIL = WS-ANTEIL / 10
             MOVE WS-VORMONAT-ANZEIGE TO WS-KZL-VORMONAT
             IF WS-ANTEIL-VORMONAT > WS-ANTEIL
                 MOVE "** SCHLECHTER" TO WS-KZL-MARKE
                 ADD 1 TO WS-SCHLECHTER-ZAEHLER
             END-IF
         END-IF.
         MOVE WS-KENNZAHLZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.

      * Teil 2: Verlauf der Anteile ueber die letzten sechs
      * Monate der Kennzahlenhistorie (der laufende eingeschlossen)
       H300-SCHREIBE-VERLAUF.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "VERLAUF (ANTEIL AM BESTAND JE MONAT)"
             TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE 1 TO WS-ERSTER-MONAT.
         IF WS-MONATS-ANZAHL > 6
             COMPUTE WS-ERSTER-MONAT = WS-MONATS-ANZAHL - 5
         END-IF.
         MOVE SPACES TO WS-VERLAUFZEILE.
         MOVE ZERO TO WS-VLF-SPALTE-INDEX.
         PERFORM H310-SETZE-MONATSKOPF
             VARYING WS-MONATS-INDEX FROM WS-ERSTER-MONAT BY 1
             UNTIL WS-MONATS-INDEX > WS-MONATS-ANZAHL.
         MOVE WS-VERLAUFZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         PERFORM H320-SCHREIBE-VERLAUFZEILE
             VARYING WS-KAT-INDEX FROM 1 BY 1
             UNTIL WS-KAT-INDEX > 6.

       H310-SETZE-MONATSKOPF.
         ADD 1 TO WS-VLF-SPALTE-INDEX.
         MOVE MON-MONAT(WS-MONATS-INDEX)(1:4) TO WS-VLM-JAHR.
         MOVE MON-MONAT(WS-MONATS-INDEX)(5:2) TO WS-VLM-MONAT.
         MOVE WS-VERLAUF-MONAT TO WS-VLF-SPALTE(WS-VLF-SPALTE-INDEX).

       H320-SCHREIBE-VERLAUFZEILE.
         MOVE SPACES TO WS-VERLAUFZEILE.
         MOVE WS-KATEGORIE-TEXT(WS-KAT-INDEX) TO WS-VLF-TEXT.
         MOVE ZERO TO WS-VLF-SPALTE-INDEX.
         PERFORM H330-SETZE-MONATSANTEIL
             VARYING WS-MONATS-INDEX FROM WS-ERSTER-MONAT BY 1
             UNTIL WS-MONATS-INDEX > WS-MONATS-ANZAHL.
         MOVE WS-VERLAUFZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.

       H330-SETZE-MONATSANTEIL.
         ADD 1 TO WS-VLF-SPALTE-INDEX.
         MOVE MON-BESTAND(WS-MONATS-INDEX) TO WS-RECHEN-BESTAND.
         MOVE MON-ZAEHLER(WS-MONATS-INDEX, WS-KAT-INDEX)
             TO WS-RECHEN-ZAEHLER.
         PERFORM P000-BERECHNE-ANTEIL.
         COMPUTE WS-VLA-ANTEIL = WS-ANTEIL / 10.
         MOVE WS-VERLAUF-ANTEIL TO WS-VLF-SPALTE(WS-VLF-SPALTE-INDEX).

      * Teil 3: Anteile je Organisation (K1 bis K6 in Prozent)
       H500-SCHREIBE-ORGANISATIONEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "JE ORGANISATION (ANTEIL IN PROZENT)"
             TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         MOVE "ORGANISATION          SAETZE     K1      K2      K3 "
             TO WS-BERICHTZEILE.
         MOVE "     K4      K5      K6" TO WS-BERICHTZEILE(53:23).
         PERFORM G900-SCHREIBE-BERICHTZEILE.
         PERFORM H510-SCHREIBE-ORGANISATION
             VARYING WS-ORG-INDEX FROM 1 BY 1
             UNTIL WS-ORG-INDEX > WS-ORG-ANZAHL.

       H510-SCHREIBE-ORGANISATION.
         IF ORG-BESTAND(WS-ORG-INDEX) = ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-ORGZEILE.
         MOVE ORG-NAME(WS-ORG-INDEX) TO WS-OZL-NAME.
         MOVE ORG-BESTAND(WS-ORG-INDEX) TO WS-OZL-BESTAND.
         PERFORM H520-SETZE-ORG-ANTEIL
             VARYING WS-KAT-INDEX FROM 1 BY 1
             UNTIL WS-KAT-INDEX > 6.
         MOVE WS-ORGZEILE TO WS-BERICHTZEILE.
         PERFORM G900-SCHREIBE-BERICHTZEILE.

       H520-SETZE-ORG-ANTEIL.
         MOVE ORG-BESTAND(WS-ORG-INDEX) TO WS-RECHEN-BESTAND.
         MOVE ORG-ZAEHLER(WS-ORG-INDEX, WS-KAT-INDEX)
             TO WS-RECHEN-ZAEHLER.
         PERFORM P000-BERECHNE-ANTEIL.
         COMPUTE WS-VLA-ANTEIL = WS-ANTEIL / 10.
         MOVE WS-VERLAUF-ANTEIL TO WS-OZL-SPALTE(WS-KAT-INDEX).

      * Kennzahlenhistorie laden; der Vormonat ist der juengste
      * Monat vor dem laufenden.
       K000-LADE-KENNZAHLEN.
         OPEN INPUT KENNZAHL-DATEI.
         IF KENNZAHL-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT KENNZAHL-STATUS-OK
             DISPLAY "Sorry, unable to open QUALHIST.DAT, status "
                 KENNZAHL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM K100-LIES-KENNZAHL.
         PERFORM K200-UEBERNIMM-KENNZAHL
             UNTIL ENDE-DER-KENNZAHLEN.
         CLOSE KENNZAHL-DATEI.

       K100-LIES-KENNZAHL.
         READ KENNZAHL-DATEI
             AT END SET ENDE-DER-KENNZAHLEN TO TRUE.
         IF NOT KENNZAHL-STATUS-OK AND NOT KENNZAHL-STATUS-ENDE
             DISPLAY "Sorry, error reading QUALHIST.DAT, status "
                 KENNZAHL-STATUS
             STOP RUN RETURNING 1
         END-IF.

       K200-UEBERNIMM-KENNZAHL.
         MOVE SPACES TO WS-FELD-MONAT WS-FELD-ZAHLEN.
         UNSTRING KENNZAHL-SATZ DELIMITED BY ";"
             INTO WS-FELD-MONAT WS-FELD-ZAHL(1) WS-FELD-ZAHL(2)
                  WS-FELD-ZAHL(3) WS-FELD-ZAHL(4) WS-FELD-ZAHL(5)
                  WS-FELD-ZAHL(6) WS-FELD-ZAHL(7)
         END-UNSTRING.
         MOVE "J" TO WS-FELDER-LESBAR-SCHALTER.
         PERFORM K210-PRUEFE-FELD
             VARYING WS-FELD-INDEX FROM 1 BY 1
             UNTIL WS-FELD-INDEX > 7.
      * Ein laufender Monat aus einem frueheren Lauf wird
      * ersetzt; unlesbare Zeilen (etwa Kommentare) entfallen.
         IF WS-FELD-MONAT IS NUMERIC AND FELDER-LESBAR
             AND WS-FELD-MONAT < WS-MONAT
             IF WS-MONATS-ANZAHL NOT LESS WS-MONATS-MAXIMUM
                 DISPLAY "ADRQUAL: mehr als " WS-MONATS-MAXIMUM
                     " Monate in QUALHIST.DAT, Haushaltung pruefen"
                 STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-MONATS-ANZAHL
             MOVE WS-FELD-MONAT TO MON-MONAT(WS-MONATS-ANZAHL)
             MOVE WS-FELD-ZAHL(1) TO MON-BESTAND(WS-MONATS-ANZAHL)
             PERFORM K220-UEBERNIMM-ZAHL
                 VARYING WS-KAT-INDEX FROM 1 BY 1
                 UNTIL WS-KAT-INDEX > 6
             MOVE WS-MONATS-ANZAHL TO WS-VORMONAT-INDEX
         END-IF.
         PERFORM K100-LIES-KENNZAHL.

       K210-PRUEFE-FELD.
         IF WS-FELD-ZAHL(WS-FELD-INDEX) IS NOT NUMERIC
             MOVE "N" TO WS-FELDER-LESBAR-SCHALTER
         END-IF.

       K220-UEBERNIMM-ZAHL.
         MOVE WS-FELD-ZAHL(WS-KAT-INDEX + 1)
             TO MON-ZAEHLER(WS-MONATS-ANZAHL, WS-KAT-INDEX).

      * Den laufenden Monat hinten anhaengen
       K300-MERKE-MONAT.
         IF WS-MONATS-ANZAHL NOT LESS WS-MONATS-MAXIMUM
             DISPLAY "ADRQUAL: mehr als " WS-MONATS-MAXIMUM
                 " Monate in QUALHIST.DAT, Haushaltung pruefen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-MONATS-ANZAHL.
         MOVE WS-MONAT TO MON-MONAT(WS-MONATS-ANZAHL).
         MOVE WS-GESAMT-BESTAND TO MON-BESTAND(WS-MONATS-ANZAHL).
         PERFORM K310-MERKE-ZAHL
             VARYING WS-KAT-INDEX FROM 1 BY 1
             UNTIL WS-KAT-INDEX > 6.

       K310-MERKE-ZAHL.
         MOVE WS-GESAMT-ZAEHLER(WS-KAT-INDEX)
             TO MON-ZAEHLER(WS-MONATS-ANZAHL, WS-KAT-INDEX).

      * Kennzahlenhistorie neu schreiben (aeltere Monate und der
      * laufende; aufraeum beschneidet sie nach AUFBEWAHR.TAB)
       K500-SCHREIBE-KENNZAHLEN.
         OPEN OUTPUT KENNZAHL-DATEI.
         IF NOT KENNZAHL-STATUS-OK
             DISPLAY "Sorry, unable to open QUALHIST.DAT, status "
                 KENNZAHL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM K510-SCHREIBE-MONAT
             VARYING WS-MONATS-INDEX FROM 1 BY 1
             UNTIL WS-MONATS-INDEX > WS-MONATS-ANZAHL.
         CLOSE KENNZAHL-DATEI.

       K510-SCHREIBE-MONAT.
         MOVE SPACES TO KENNZAHL-SATZ.
         STRING MON-MONAT(WS-MONATS-INDEX) ";"
             MON-BESTAND(WS-MONATS-INDEX) ";"
             MON-ZAEHLER(WS-MONATS-INDEX, 1) ";"
             MON-ZAEHLER(WS-MONATS-INDEX, 2) ";"
             MON-ZAEHLER(WS-MONATS-INDEX, 3) ";"
             MON-ZAEHLER(WS-MONATS-INDEX, 4) ";"
             MON-ZAEHLER(WS-MONATS-INDEX, 5) ";"
             MON-ZAEHLER(WS-MONATS-INDEX, 6)
             DELIMITED BY SIZE INTO KENNZAHL-SATZ
         END-STRING.
         WRITE KENNZAHL-SATZ.
         IF NOT KENNZAHL-STATUS-OK
             DISPLAY "Sorry, error writing QUALHIST.DAT, status "
                 KENNZAHL-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Prueft ADR-PLZ gegen das PLZ-Muster des Landes (9 =
      * Ziffer, A = Buchstabe, sonstige Zeichen woertlich): das
      * ganze Feld ab der ersten Stelle, gleiche Laenge.
       M000-PRUEFE-MUSTER.
         MOVE "N" TO WS-MUSTER-TREFFER-SCHALTER.
         MOVE LND-PLZFORMAT(WS-LAND-TREFFER) TO WS-MUSTER.
         MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MUSTER))
             TO WS-MUSTER-LAENGE.
         MOVE ZERO TO WS-PLZ-LAENGE.
         IF ADR-PLZ NOT = SPACES
             MOVE FUNCTION LENGTH(FUNCTION TRIM(ADR-PLZ TRAILING))
                 TO WS-PLZ-LAENGE
         END-IF.
         IF WS-PLZ-LAENGE = WS-MUSTER-LAENGE
             PERFORM M010-PRUEFE-MUSTER-STELLE
         END-IF.

       M010-PRUEFE-MUSTER-STELLE.
         MOVE "J" TO WS-STELLE-PASST-SCHALTER.
         PERFORM M020-PRUEFE-MUSTER-ZEICHEN
             VARYING WS-MUSTER-INDEX FROM 1 BY 1
             UNTIL WS-MUSTER-INDEX > WS-MUSTER-LAENGE
             OR NOT STELLE-PASST.
         IF STELLE-PASST
             SET MUSTER-GEFUNDEN TO TRUE
         END-IF.

       M020-PRUEFE-MUSTER-ZEICHEN.
         MOVE WS-MUSTER-INDEX TO WS-MUSTER-POS.
         MOVE WS-MUSTER(WS-MUSTER-INDEX:1) TO WS-MUSTER-ZEICHEN.
         MOVE ADR-PLZ(WS-MUSTER-POS:1) TO WS-SATZ-ZEICHEN.
         EVALUATE WS-MUSTER-ZEICHEN
             WHEN "9"
                 IF WS-SATZ-ZEICHEN < "0" OR WS-SATZ-ZEICHEN > "9"
                     MOVE "N" TO WS-STELLE-PASST-SCHALTER
                 END-IF
             WHEN "A"
                 IF WS-SATZ-ZEICHEN < "A" OR WS-SATZ-ZEICHEN > "Z"
                     MOVE "N" TO WS-STELLE-PASST-SCHALTER
                 END-IF
             WHEN OTHER
                 IF WS-SATZ-ZEICHEN NOT = WS-MUSTER-ZEICHEN
                     MOVE "N" TO WS-STELLE-PASST-SCHALTER
                 END-IF
         END-EVALUATE.

      * Anteil in Promille (eine Nachkommastelle in Prozent)
       P000-BERECHNE-ANTEIL.
         MOVE ZERO TO WS-ANTEIL.
         IF WS-RECHEN-BESTAND > ZERO
             COMPUTE WS-ANTEIL ROUNDED =
                 WS-RECHEN-ZAEHLER * 1000 / WS-RECHEN-BESTAND
         END-IF.

      * Laedt die Laendertabelle LAND.TAB; eine fehlende Tabelle
      * wird gemeldet und wie eine leere behandelt (alle
      * Auslandssaetze zaehlen dann unter K4).
       L000-LADE-LAENDER.
         OPEN INPUT LAENDER-DATEI.
         IF NOT LAND-STATUS-OK
             DISPLAY "ADRQUAL: Laendertabelle LAND.TAB fehlt, "
                 "Status " LAND-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM L100-LIES-LAENDERZEILE.
         PERFORM L200-UEBERNIMM-LAENDERZEILE
             UNTIL ENDE-DER-LAENDER.
         CLOSE LAENDER-DATEI.

       L100-LIES-LAENDERZEILE.
         READ LAENDER-DATEI
             AT END SET ENDE-DER-LAENDER TO TRUE.
         IF NOT LAND-STATUS-OK AND NOT LAND-STATUS-ENDE
             DISPLAY "Sorry, error reading LAND.TAB, status "
                 LAND-STATUS
             STOP RUN RETURNING 1
         END-IF.

       L200-UEBERNIMM-LAENDERZEILE.
         IF LAENDER-SATZ = SPACES
             OR LAENDER-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             IF WS-LAND-ANZAHL NOT LESS THAN WS-LAND-MAXIMUM
                 DISPLAY "ADRQUAL: mehr als " WS-LAND-MAXIMUM
                     " Laender in LAND.TAB, Lauf wird abgebrochen"
                 STOP RUN RETURNING 1
             END-IF
             MOVE SPACES TO WS-FELD-KENNZEICHEN WS-FELD-LANDNAME
                 WS-FELD-PLZFORMAT
             UNSTRING LAENDER-SATZ DELIMITED BY ";"
                 INTO WS-FELD-KENNZEICHEN WS-FELD-LANDNAME
                      WS-FELD-PLZFORMAT
             END-UNSTRING
             ADD 1 TO WS-LAND-ANZAHL
             MOVE WS-FELD-KENNZEICHEN
                 TO LND-KENNZEICHEN(WS-LAND-ANZAHL)
             MOVE WS-FELD-LANDNAME TO LND-NAME(WS-LAND-ANZAHL)
             MOVE WS-FELD-PLZFORMAT
                 TO LND-PLZFORMAT(WS-LAND-ANZAHL)
         END-IF.
         PERFORM L100-LIES-LAENDERZEILE.

       L500-SUCHE-LAND.
         MOVE ZERO TO WS-LAND-TREFFER.
         PERFORM L510-PRUEFE-LAND
             VARYING WS-LAND-INDEX FROM 1 BY 1
             UNTIL WS-LAND-INDEX > WS-LAND-ANZAHL.

       L510-PRUEFE-LAND.
         IF LND-KENNZEICHEN(WS-LAND-INDEX) = ADR-LAND
             MOVE WS-LAND-INDEX TO WS-LAND-TREFFER
             MOVE WS-LAND-ANZAHL TO WS-LAND-INDEX
         END-IF.

      * Laedt das Postleitzahlverzeichnis PLZVERZ.TAB; ein
      * fehlendes Verzeichnis wird gemeldet und wie ein leeres
      * behandelt (alle Inlandssaetze zaehlen dann unter K2).
       V000-LADE-PLZVERZEICHNIS.
         OPEN INPUT PLZVERZ-DATEI.
         IF NOT PLZVERZ-STATUS-OK
             DISPLAY "ADRQUAL: Postleitzahlverzeichnis "
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
                 DISPLAY "ADRQUAL: mehr als " WS-PLZVERZ-MAXIMUM
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

       U100-PRUEFE-EINGABEKOPF.
         MOVE "J" TO WS-KOPF-GEPRUEFT-SCHALTER.
         MOVE ADRESSE-SATZ TO EIN-UMS-SATZBILD.
         MOVE "PRUEFKOPF" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         IF EIN-UMS-STATUS NOT = "00"
             DISPLAY "ADRQUAL: Umschlag-Kopfsatz fehlt oder passt "
                 "nicht in ADDRESS-MASTER.DAT"
                 " (Status " EIN-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       U150-PRUEFE-EINGABEENDE.
         SET ENDESATZ-GESEHEN TO TRUE.
         MOVE ADRESSE-SATZ TO EIN-UMS-SATZBILD.
         MOVE "PRUEFENDE" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         IF EIN-UMS-STATUS NOT = "00"
             DISPLAY "ADRQUAL: Umschlag-Endesatz weicht ab in "
                 "ADDRESS-MASTER.DAT"
                 " (Status " EIN-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       END PROGRAM adrqual.

      * vim:ai sw=4 sts=4 expandtab
