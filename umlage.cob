      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Monatliche Kostenumlage auf die bestellenden
      * Kostenstellen: porto weist das Porto je Lauf aus, das
      * Druckbuero rechnet je Stueck ab, bezahlt hat bisher alles
      * die Zentralverwaltung. Dieses Programm sammelt fuer einen
      * Monat je Kampagne
      *   - das Porto aus der Portoliste PORTOLOG.DAT (je porto-
      *     Lauf eine Zeile; ein Wiederholungslauf auf dieselbe
      *     Eingabe - gleiche Kampagne, gleiches Laufdatum im
      *     Umschlag, gleicher Dateiname - ersetzt den frueheren),
      *   - die gedruckten Etiketten und Briefe und die an das
      *     Druckbuero gesendeten Stuecke aus der Versandhistorie
      *     SENDHIST.DAT (Versandtag im Monat), bewertet mit den
      *     Stueckpreisen aus KOSTEN.TAB,
      *   - die bestellende Kostenstelle und den Ansprechpartner
      *     aus der Stufe BESTELLT des Kampagnenjournals
      *     KAMPAGNE.DAT (adrwahl KOSTENSTELLE=, BESTELLER=).
      * Anonyme Laeufe (Kampagne 0001) und Kampagnen ohne
      * Bestellung traegt die Kostenstelle ZENTRAL aus KOSTEN.TAB.
      * Aufruf:
      *     umlage [JJJJMM]   (Standard: der laufende Monat)
      * Ergebnis:
      *   - UMLAGE.RPT: je Kostenstelle eine Abrechnung (Kampagne,
      *     Datum, Stuecke, Porto, Druckkosten, Summe) und zum
      *     Schluss die Abstimmung mit den Portosummen aus
      *     PORTO.RPT je porto-Lauf,
      *   - UMLAGE.DAT: die Buchungsdatei fuer die Finanzabteilung,
      *     je Kostenstelle ausser ZENTRAL eine Zeile fuer das
      *     Porto und eine fuer die Druckkosten
      *         JJJJMM;KOSTENSTELLE;KONTO;BETRAG;GEGENKST;TEXT
      *     (BETRAG in EUR mit Dezimalpunkt, GEGENKST ist ZENTRAL).
      * Fehlt KOSTEN.TAB, bricht der Lauf ab - eine Umlage mit
      * geratenen Preisen ist schlimmer als keine. Fehlende
      * Journal-, Historien- oder Portodateien sind zulaessig und
      * werden im Bericht vermerkt. Weicht die umgelegte
      * Portosumme von der Summe der porto-Laeufe ab, endet der
      * Lauf mit RETURN-CODE 4. Vorgesehen als monatlicher
      * ULTIMO-Schritt im Strom ULTIMO (BATCHJOB.ULTIMO.DEF).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. umlage.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOSTEN-DATEI
           ASSIGN TO "KOSTEN.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS KOSTEN-STATUS.

           SELECT JOURNAL-DATEI
           ASSIGN TO "KAMPAGNE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS JOURNAL-STATUS.

           SELECT HISTORIEN-DATEI
           ASSIGN TO "SENDHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS HISTORIE-STATUS.

           SELECT PORTOLOG-DATEI
           ASSIGN TO "PORTOLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PORTOLOG-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "UMLAGE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

           SELECT BUCHUNGS-DATEI
           ASSIGN TO "UMLAGE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BUCHUNG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KOSTEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 KOSTEN-SATZ              PIC X(80).

       FD JOURNAL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 JOURNAL-SATZ             PIC X(100).

       FD HISTORIEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 HISTORIEN-SATZ           PIC X(80).

       FD PORTOLOG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PORTOLOG-SATZ            PIC X(120).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       FD BUCHUNGS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BUCHUNGS-SATZ            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(80).
       01 WS-MONAT                    PIC X(06).
       01 WS-MONAT-ANZEIGE            PIC X(07).
       01 WS-RC                       PIC 9(01)   VALUE ZERO.

       01 WS-KOSTEN-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DER-KOSTENTABELLE               VALUE "J".
       01 WS-JOURNAL-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-JOURNALS                    VALUE "J".
       01 WS-HISTORIE-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-HISTORIE                    VALUE "J".
       01 WS-PORTOLOG-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-PORTOLISTE                  VALUE "J".
       01 WS-JOURNAL-FEHLT-SCHALTER   PIC X(01)   VALUE "N".
          88 JOURNAL-FEHLT                        VALUE "J".
       01 WS-HISTORIE-FEHLT-SCHALTER  PIC X(01)   VALUE "N".
          88 HISTORIE-FEHLT                       VALUE "J".
       01 WS-PORTOLOG-FEHLT-SCHALTER  PIC X(01)   VALUE "N".
          88 PORTOLISTE-FEHLT                     VALUE "J".

      * Stueckpreise und Konten aus KOSTEN.TAB.
       01 WS-ETIKETT-PREIS            PIC 9(05)   COMP VALUE ZERO.
       01 WS-BRIEF-PREIS              PIC 9(05)   COMP VALUE ZERO.
       01 WS-BUERO-PREIS              PIC 9(05)   COMP VALUE ZERO.
       01 WS-ZENTRAL-KST              PIC X(10)   VALUE SPACES.
       01 WS-PORTOKONTO               PIC X(10)   VALUE SPACES.
       01 WS-DRUCKKONTO               PIC X(10)   VALUE SPACES.
       01 WS-GELADEN-SCHALTER.
          05 WS-ETIKETT-GELADEN       PIC X(01)   VALUE "N".
          05 WS-BRIEF-GELADEN         PIC X(01)   VALUE "N".
          05 WS-BUERO-GELADEN         PIC X(01)   VALUE "N".

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-ART                 PIC X(12)   VALUE SPACES.
       01 WS-FELD-WERT                PIC X(12)   VALUE SPACES.
       01 WS-FELD-NUMMER              PIC X(04)   VALUE SPACES.
       01 WS-FELD-STUFE               PIC X(10)   VALUE SPACES.
       01 WS-FELD-ZEIT                PIC X(14)   VALUE SPACES.
       01 WS-FELD-ANZAHL              PIC X(09)   VALUE SPACES.
       01 WS-FELD-ZUSATZ              PIC X(60)   VALUE SPACES.
       01 WS-FELD-KOSTENSTELLE        PIC X(10)   VALUE SPACES.
       01 WS-FELD-BESTELLER           PIC X(40)   VALUE SPACES.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-KAMPAGNE            PIC X(04)   VALUE SPACES.
       01 WS-FELD-VERSANDTAG          PIC X(08)   VALUE SPACES.
       01 WS-FELD-KANAL               PIC X(01)   VALUE SPACES.
       01 WS-FELD-LAUFDATUM           PIC X(08)   VALUE SPACES.
       01 WS-FELD-STUECKE             PIC X(09)   VALUE SPACES.
       01 WS-FELD-CENT                PIC X(11)   VALUE SPACES.
       01 WS-FELD-EINGABE             PIC X(40)   VALUE SPACES.

      * Bestellungen aus dem Journal; die juengste Zeile je
      * Kampagne gilt.
       01 WS-BESTELL-TABELLE.
          05 WS-BESTELL-EINTRAG       OCCURS 1000 TIMES.
             10 BST-KAMPAGNE          PIC 9(04).
             10 BST-KOSTENSTELLE      PIC X(10).
             10 BST-BESTELLER         PIC X(40).
       01 WS-BESTELL-ANZAHL           PIC 9(04)   COMP VALUE ZERO.
       01 WS-BESTELL-MAXIMUM          PIC 9(04)   COMP VALUE 1000.
       01 WS-BESTELL-INDEX            PIC 9(04)   COMP VALUE ZERO.
       01 WS-BESTELL-TREFFER          PIC 9(04)   COMP VALUE ZERO.

      * Abrechnungszeilen je Kampagne, nach Kampagne sortiert.
       01 WS-ABRECHNUNGS-TABELLE.
          05 WS-ABRECHNUNGS-EINTRAG   OCCURS 500 TIMES.
             10 ABR-KAMPAGNE          PIC 9(04).
             10 ABR-DATUM             PIC X(08).
             10 ABR-KOSTENSTELLE      PIC X(10).
             10 ABR-BESTELLER         PIC X(40).
             10 ABR-ETIKETTEN         PIC 9(07)   COMP.
             10 ABR-BRIEFE            PIC 9(07)   COMP.
             10 ABR-BUERO             PIC 9(07)   COMP.
             10 ABR-PORTO-STUECKE     PIC 9(09)   COMP.
             10 ABR-PORTO-CENT        PIC 9(11)   COMP.
             10 ABR-DRUCK-CENT        PIC 9(11)   COMP.
       01 WS-ABRECHNUNGS-ANZAHL       PIC 9(04)   COMP VALUE ZERO.
       01 WS-ABRECHNUNGS-MAXIMUM      PIC 9(04)   COMP VALUE 500.
       01 WS-ABRECHNUNGS-INDEX        PIC 9(04)   COMP VALUE ZERO.
       01 WS-ABRECHNUNGS-TREFFER      PIC 9(04)   COMP VALUE ZERO.
       01 WS-SUCH-KAMPAGNE            PIC 9(04)   VALUE ZERO.
       01 WS-SUCH-DATUM               PIC X(08)   VALUE SPACES.

      * porto-Laeufe des Monats, in der Reihenfolge der Liste.
       01 WS-PORTOLAUF-TABELLE.
          05 WS-PORTOLAUF-EINTRAG     OCCURS 500 TIMES.
             10 PLF-ZEIT              PIC X(14).
             10 PLF-KAMPAGNE          PIC 9(04).
             10 PLF-LAUFDATUM         PIC X(08).
             10 PLF-STUECKE           PIC 9(09)   COMP.
             10 PLF-CENT              PIC 9(11)   COMP.
             10 PLF-EINGABE           PIC X(40).
       01 WS-PORTOLAUF-ANZAHL         PIC 9(04)   COMP VALUE ZERO.
       01 WS-PORTOLAUF-MAXIMUM        PIC 9(04)   COMP VALUE 500.
       01 WS-PORTOLAUF-INDEX          PIC 9(04)   COMP VALUE ZERO.
       01 WS-PORTOLAUF-TREFFER        PIC 9(04)   COMP VALUE ZERO.
       01 WS-ERSETZT-ZAEHLER          PIC 9(04)   COMP VALUE ZERO.

      * Kostenstellen mit ihren Summen, nach Kostenstelle sortiert.
       01 WS-KST-TABELLE.
          05 WS-KST-EINTRAG           OCCURS 200 TIMES.
             10 KST-KOSTENSTELLE      PIC X(10).
             10 KST-STUECKE           PIC 9(09)   COMP.
             10 KST-PORTO-CENT        PIC 9(11)   COMP.
             10 KST-DRUCK-CENT        PIC 9(11)   COMP.
       01 WS-KST-ANZAHL               PIC 9(04)   COMP VALUE ZERO.
       01 WS-KST-MAXIMUM              PIC 9(04)   COMP VALUE 200.
       01 WS-KST-INDEX                PIC 9(04)   COMP VALUE ZERO.
       01 WS-KST-TREFFER              PIC 9(04)   COMP VALUE ZERO.
       01 WS-KST-SCHIEBE-INDEX        PIC 9(04)   COMP VALUE ZERO.

       01 WS-ZEILEN-STUECKE           PIC 9(09)   COMP VALUE ZERO.
       01 WS-GESAMT-STUECKE           PIC 9(09)   COMP VALUE ZERO.
       01 WS-GESAMT-PORTO-CENT        PIC 9(11)   COMP VALUE ZERO.
       01 WS-GESAMT-DRUCK-CENT        PIC 9(11)   COMP VALUE ZERO.
       01 WS-PORTOLISTE-CENT          PIC 9(11)   COMP VALUE ZERO.
       01 WS-PORTOLISTE-STUECKE       PIC 9(09)   COMP VALUE ZERO.
       01 WS-BUCHUNGS-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-HINWEIS-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-CENT                     PIC 9(11)   COMP VALUE ZERO.
       01 WS-EUR                      PIC 9(09)V99 COMP-3 VALUE ZERO.
       01 WS-BUCHUNGS-BETRAG          PIC 9(09).99.
       01 WS-BUCHUNGS-KONTO           PIC X(10).
       01 WS-BUCHUNGS-CENT            PIC 9(11)   COMP VALUE ZERO.
       01 WS-BUCHUNGS-TEXT            PIC X(30).
       01 WS-DATUM-EINGABE            PIC X(08).
       01 WS-DATUM-ANZEIGE            PIC X(10).

       01 WS-BERICHTZEILE             PIC X(80).
       01 WS-BUCHUNGSZEILE            PIC X(100).

       01 WS-PREISZEILE.
          05 FILLER                   PIC X(30)   VALUE
             "STUECKPREISE IN CENT: ETIKETT ".
          05 WS-PRZ-ETIKETT           PIC ZZZZ9.
          05 FILLER                   PIC X(08)   VALUE ", BRIEF ".
          05 WS-PRZ-BRIEF             PIC ZZZZ9.
          05 FILLER                   PIC X(13)   VALUE
             ", DRUCKBUERO ".
          05 WS-PRZ-BUERO             PIC ZZZZ9.

       01 WS-KST-KOPFZEILE.
          05 FILLER                   PIC X(13)   VALUE
             "KOSTENSTELLE ".
          05 WS-KKZ-KOSTENSTELLE      PIC X(10).
          05 WS-KKZ-VERMERK           PIC X(40).

       01 WS-SPALTENKOPF.
          05 FILLER                   PIC X(10)   VALUE "KAMPAGNE".
          05 FILLER                   PIC X(10)   VALUE "DATUM".
          05 FILLER                   PIC X(12)   VALUE
             "     STUECKE".
          05 FILLER                   PIC X(12)   VALUE
             "       PORTO".
          05 FILLER                   PIC X(12)   VALUE
             "       DRUCK".
          05 FILLER                   PIC X(13)   VALUE
             "       GESAMT".

       01 WS-ABRECHNUNGSZEILE.
          05 WS-ABZ-KAMPAGNE          PIC X(08).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-ABZ-DATUM             PIC X(10).
          05 WS-ABZ-STUECKE           PIC ZZZZZZZZZZZ9.
          05 WS-ABZ-PORTO             PIC ZZZZZZZZ9.99.
          05 WS-ABZ-DRUCK             PIC ZZZZZZZZ9.99.
          05 WS-ABZ-GESAMT            PIC ZZZZZZZZZ9.99.

       01 WS-BESTELLERZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 FILLER                   PIC X(14)   VALUE
             "BESTELLT VON: ".
          05 WS-BSZ-BESTELLER         PIC X(40).

       01 WS-DRUCKZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 FILLER                   PIC X(09)   VALUE "ETIKETT ".
          05 WS-DRZ-ETIKETTEN         PIC ZZZZZZ9.
          05 FILLER                   PIC X(09)   VALUE "  BRIEF ".
          05 WS-DRZ-BRIEFE            PIC ZZZZZZ9.
          05 FILLER                   PIC X(14)   VALUE
             "  DRUCKBUERO ".
          05 WS-DRZ-BUERO             PIC ZZZZZZ9.

       01 WS-PORTOLAUFKOPF.
          05 FILLER                   PIC X(18)   VALUE
             "PORTO-LAUF".
          05 FILLER                   PIC X(10)   VALUE "KAMPAGNE".
          05 FILLER                   PIC X(10)   VALUE "   STUECKE".
          05 FILLER                   PIC X(12)   VALUE
             "       PORTO".
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 FILLER                   PIC X(07)   VALUE "EINGABE".

       01 WS-PORTOLAUFZEILE.
          05 WS-PLZ-DATUM             PIC X(10).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-PLZ-UHRZEIT           PIC X(05).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-PLZ-KAMPAGNE          PIC X(08).
          05 WS-PLZ-STUECKE           PIC ZZZZZZZZZZZ9.
          05 WS-PLZ-PORTO             PIC ZZZZZZZZ9.99.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-PLZ-EINGABE           PIC X(28).

       01 WS-HINWEISZEILE.
          05 FILLER                   PIC X(09)   VALUE "KAMPAGNE ".
          05 WS-HWZ-KAMPAGNE          PIC X(08).
          05 WS-HWZ-TEXT              PIC X(60).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(32).
          05 WS-SUM-BETRAG            PIC ZZZZZZZZ9.99.

       01 WS-ANZAHLZEILE.
          05 WS-ANZ-TEXT              PIC X(32).
          05 WS-ANZ-ANZAHL            PIC ZZZZZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==KOSTEN-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==KOSTEN-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==KOSTEN-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==KOSTEN-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==KOSTEN-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==JOURNAL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==JOURNAL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==JOURNAL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==JOURNAL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==JOURNAL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==HISTORIE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==HISTORIE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==HISTORIE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==HISTORIE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==HISTORIE-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==PORTOLOG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==PORTOLOG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==PORTOLOG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==PORTOLOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PORTOLOG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BUCHUNG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BUCHUNG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BUCHUNG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BUCHUNG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BUCHUNG-STATUS==.

       COPY "laufstat.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-ERSTELLE-UMLAGE.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         IF WS-KOMMANDOZEILE = SPACES
             MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MONAT
         ELSE
             MOVE WS-KOMMANDOZEILE(1:6) TO WS-MONAT
             IF WS-MONAT IS NOT NUMERIC
                 OR WS-KOMMANDOZEILE(7:74) NOT = SPACES
                 OR WS-MONAT(5:2) < "01" OR WS-MONAT(5:2) > "12"
                 DISPLAY "UMLAGE: Aufruf: umlage [JJJJMM]"
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         MOVE SPACES TO WS-MONAT-ANZEIGE.
         STRING WS-MONAT(5:2) "/" WS-MONAT(1:4)
             DELIMITED BY SIZE INTO WS-MONAT-ANZEIGE.

         PERFORM K000-LADE-KOSTENTABELLE.
         PERFORM B000-LADE-BESTELLUNGEN.
         PERFORM C000-ZAEHLE-STUECKE.
         PERFORM D000-LADE-PORTOLAEUFE.
         PERFORM E000-BEWERTE-KAMPAGNE
             VARYING WS-ABRECHNUNGS-INDEX FROM 1 BY 1
             UNTIL WS-ABRECHNUNGS-INDEX > WS-ABRECHNUNGS-ANZAHL.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open UMLAGE.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT BUCHUNGS-DATEI.
         IF NOT BUCHUNG-STATUS-OK
             DISPLAY "Sorry, unable to open UMLAGE.DAT, status "
                 BUCHUNG-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "UMLAGE KOSTENSTELLENABRECHNUNG PORTO UND DRUCK "
             WS-MONAT-ANZEIGE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM F100-SCHREIBE-PREISE.
         PERFORM F000-RECHNE-KOSTENSTELLE-AB
             VARYING WS-KST-INDEX FROM 1 BY 1
             UNTIL WS-KST-INDEX > WS-KST-ANZAHL.
         PERFORM R000-STIMME-PORTO-AB.
         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI BUCHUNGS-DATEI.

         DISPLAY "UMLAGE: Monat " WS-MONAT
             ", Kostenstellen " WS-KST-ANZAHL
             ", Buchungen " WS-BUCHUNGS-ZAEHLER
             ", Porto-Cent " WS-GESAMT-PORTO-CENT
             ", Druck-Cent " WS-GESAMT-DRUCK-CENT.
         MOVE "umlage  " TO STAT-PROGRAMM.
         MOVE WS-ABRECHNUNGS-ANZAHL TO STAT-SAETZE-EIN.
         MOVE WS-BUCHUNGS-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE ZERO TO STAT-ABGEWIESEN.
         MOVE WS-RC TO STAT-RC.
         CALL "statistik" USING STAT-BLOCK.
         IF WS-RC > ZERO
             STOP RUN RETURNING WS-RC
         END-IF.
         STOP RUN.

      * Kostensaetze; fehlt die Tabelle oder ein Stueckpreis, oder
      * die Kostenstelle ZENTRAL, bricht der Lauf ab.
       K000-LADE-KOSTENTABELLE.
         OPEN INPUT KOSTEN-DATEI.
         IF NOT KOSTEN-STATUS-OK
             DISPLAY "UMLAGE: Kostentabelle KOSTEN.TAB fehlt, "
                 "Status " KOSTEN-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM K100-LIES-KOSTENZEILE.
         PERFORM K200-UEBERNIMM-KOSTENZEILE
             UNTIL ENDE-DER-KOSTENTABELLE.
         CLOSE KOSTEN-DATEI.
         IF WS-GELADEN-SCHALTER NOT = "JJJ"
             OR WS-ZENTRAL-KST = SPACES
             DISPLAY "UMLAGE: KOSTEN.TAB ohne ETIKETT, BRIEF, "
                 "BUERO oder ZENTRAL"
             STOP RUN RETURNING 1
         END-IF.

       K100-LIES-KOSTENZEILE.
         READ KOSTEN-DATEI
             AT END SET ENDE-DER-KOSTENTABELLE TO TRUE.
         IF NOT KOSTEN-STATUS-OK AND NOT KOSTEN-STATUS-ENDE
             DISPLAY "Sorry, error reading KOSTEN.TAB, status "
                 KOSTEN-STATUS
             STOP RUN RETURNING 1
         END-IF.

       K200-UEBERNIMM-KOSTENZEILE.
         IF KOSTEN-SATZ = SPACES
             OR KOSTEN-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             MOVE SPACES TO WS-FELD-ART WS-FELD-WERT
             UNSTRING KOSTEN-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ART WS-FELD-WERT
             END-UNSTRING
             EVALUATE WS-FELD-ART
                 WHEN "ETIKETT"
                 WHEN "BRIEF"
                 WHEN "BUERO"
                     PERFORM K300-UEBERNIMM-PREIS
                 WHEN "ZENTRAL"
                     MOVE WS-FELD-WERT TO WS-ZENTRAL-KST
                 WHEN "PORTOKONTO"
                     MOVE WS-FELD-WERT TO WS-PORTOKONTO
                 WHEN "DRUCKKONTO"
                     MOVE WS-FELD-WERT TO WS-DRUCKKONTO
                 WHEN OTHER
                     DISPLAY "UMLAGE: unbekannte Art in "
                         "KOSTEN.TAB: " KOSTEN-SATZ(1:40)
                     STOP RUN RETURNING 1
             END-EVALUATE
         END-IF.
         PERFORM K100-LIES-KOSTENZEILE.

       K300-UEBERNIMM-PREIS.
         IF WS-FELD-WERT = SPACES
             OR FUNCTION TRIM(WS-FELD-WERT) IS NOT NUMERIC
             DISPLAY "UMLAGE: Kostenzeile fehlerhaft: "
                 KOSTEN-SATZ(1:40)
             STOP RUN RETURNING 1
         END-IF.
         EVALUATE WS-FELD-ART
             WHEN "ETIKETT"
                 MOVE FUNCTION NUMVAL(WS-FELD-WERT)
                     TO WS-ETIKETT-PREIS
                 MOVE "J" TO WS-ETIKETT-GELADEN
             WHEN "BRIEF"
                 MOVE FUNCTION NUMVAL(WS-FELD-WERT)
                     TO WS-BRIEF-PREIS
                 MOVE "J" TO WS-BRIEF-GELADEN
             WHEN "BUERO"
                 MOVE FUNCTION NUMVAL(WS-FELD-WERT)
                     TO WS-BUERO-PREIS
                 MOVE "J" TO WS-BUERO-GELADEN
         END-EVALUATE.

      * Stufe BESTELLT aus dem Kampagnenjournal:
      *     NUMMER;BESTELLT;ZEIT;0;KOSTENSTELLE,ANSPRECHPARTNER
       B000-LADE-BESTELLUNGEN.
         OPEN INPUT JOURNAL-DATEI.
         IF JOURNAL-STATUS = "35"
             SET JOURNAL-FEHLT TO TRUE
             EXIT PARAGRAPH
         END-IF.
         IF NOT JOURNAL-STATUS-OK
             DISPLAY "Sorry, unable to open KAMPAGNE.DAT, status "
                 JOURNAL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM B100-LIES-JOURNALZEILE.
         PERFORM B200-UEBERNIMM-JOURNALZEILE
             UNTIL ENDE-DES-JOURNALS.
         CLOSE JOURNAL-DATEI.

       B100-LIES-JOURNALZEILE.
         READ JOURNAL-DATEI
             AT END SET ENDE-DES-JOURNALS TO TRUE.
         IF NOT JOURNAL-STATUS-OK AND NOT JOURNAL-STATUS-ENDE
             DISPLAY "Sorry, error reading KAMPAGNE.DAT, status "
                 JOURNAL-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-UEBERNIMM-JOURNALZEILE.
         MOVE SPACES TO WS-FELD-NUMMER WS-FELD-STUFE
             WS-FELD-ZEIT WS-FELD-ANZAHL WS-FELD-ZUSATZ.
         UNSTRING JOURNAL-SATZ DELIMITED BY ";"
             INTO WS-FELD-NUMMER WS-FELD-STUFE WS-FELD-ZEIT
                  WS-FELD-ANZAHL WS-FELD-ZUSATZ
         END-UNSTRING.
         IF WS-FELD-NUMMER IS NUMERIC
             AND WS-FELD-STUFE = "BESTELLT"
             PERFORM B300-VERBUCHE-BESTELLUNG
         END-IF.
         PERFORM B100-LIES-JOURNALZEILE.

       B300-VERBUCHE-BESTELLUNG.
         MOVE SPACES TO WS-FELD-KOSTENSTELLE WS-FELD-BESTELLER.
         UNSTRING WS-FELD-ZUSATZ DELIMITED BY ","
             INTO WS-FELD-KOSTENSTELLE WS-FELD-BESTELLER
         END-UNSTRING.
         MOVE WS-FELD-NUMMER TO WS-SUCH-KAMPAGNE.
         PERFORM B400-SUCHE-BESTELLUNG.
         IF WS-BESTELL-TREFFER = ZERO
             IF WS-BESTELL-ANZAHL NOT LESS WS-BESTELL-MAXIMUM
                 DISPLAY "UMLAGE: mehr als " WS-BESTELL-MAXIMUM
                     " Bestellungen im Journal"
                 STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-BESTELL-ANZAHL
             MOVE WS-BESTELL-ANZAHL TO WS-BESTELL-TREFFER
             MOVE WS-SUCH-KAMPAGNE
                 TO BST-KAMPAGNE(WS-BESTELL-TREFFER)
         END-IF.
         MOVE WS-FELD-KOSTENSTELLE
             TO BST-KOSTENSTELLE(WS-BESTELL-TREFFER).
         MOVE WS-FELD-BESTELLER TO BST-BESTELLER(WS-BESTELL-TREFFER).

       B400-SUCHE-BESTELLUNG.
         MOVE ZERO TO WS-BESTELL-TREFFER.
         PERFORM B410-PRUEFE-BESTELLUNG
             VARYING WS-BESTELL-INDEX FROM 1 BY 1
             UNTIL WS-BESTELL-INDEX > WS-BESTELL-ANZAHL.

       B410-PRUEFE-BESTELLUNG.
         IF BST-KAMPAGNE(WS-BESTELL-INDEX) = WS-SUCH-KAMPAGNE
             MOVE WS-BESTELL-INDEX TO WS-BESTELL-TREFFER
             MOVE WS-BESTELL-ANZAHL TO WS-BESTELL-INDEX
         END-IF.

      * Versandhistorie: jede Zeile mit Versandtag im Monat ist
      * ein gedrucktes oder gesendetes Stueck der Kampagne.
      *     ADR-ID;KAMPAGNE;VERSANDTAG;KANAL;PROGRAMM
       C000-ZAEHLE-STUECKE.
         OPEN INPUT HISTORIEN-DATEI.
         IF HISTORIE-STATUS = "35"
             SET HISTORIE-FEHLT TO TRUE
             EXIT PARAGRAPH
         END-IF.
         IF NOT HISTORIE-STATUS-OK
             DISPLAY "Sorry, unable to open SENDHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM C100-LIES-HISTORIENZEILE.
         PERFORM C200-UEBERNIMM-HISTORIENZEILE
             UNTIL ENDE-DER-HISTORIE.
         CLOSE HISTORIEN-DATEI.

       C100-LIES-HISTORIENZEILE.
         READ HISTORIEN-DATEI
             AT END SET ENDE-DER-HISTORIE TO TRUE.
         IF NOT HISTORIE-STATUS-OK AND NOT HISTORIE-STATUS-ENDE
             DISPLAY "Sorry, error reading SENDHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.

       C200-UEBERNIMM-HISTORIENZEILE.
         MOVE SPACES TO WS-FELD-ID WS-FELD-KAMPAGNE
             WS-FELD-VERSANDTAG WS-FELD-KANAL.
         UNSTRING HISTORIEN-SATZ DELIMITED BY ";"
             INTO WS-FELD-ID WS-FELD-KAMPAGNE WS-FELD-VERSANDTAG
                  WS-FELD-KANAL
         END-UNSTRING.
         IF WS-FELD-KAMPAGNE IS NUMERIC
             AND WS-FELD-VERSANDTAG(1:6) = WS-MONAT
             MOVE WS-FELD-KAMPAGNE TO WS-SUCH-KAMPAGNE
             MOVE WS-FELD-VERSANDTAG TO WS-SUCH-DATUM
             PERFORM M000-HOLE-ABRECHNUNGSZEILE
             EVALUATE WS-FELD-KANAL
                 WHEN "E"
                     ADD 1 TO ABR-ETIKETTEN(WS-ABRECHNUNGS-TREFFER)
                 WHEN "B"
                     ADD 1 TO ABR-BRIEFE(WS-ABRECHNUNGS-TREFFER)
                 WHEN "D"
                     ADD 1 TO ABR-BUERO(WS-ABRECHNUNGS-TREFFER)
             END-EVALUATE
         END-IF.
         PERFORM C100-LIES-HISTORIENZEILE.

      * Portoliste: jede Zeile eines porto-Laufs im Monat.
      *     ZEIT;KAMPAGNE;LAUFDATUM;STUECKE;PORTO-CENT;EINGABE
      * Ein Wiederholungslauf auf dieselbe Eingabe ersetzt den
      * frueheren; danach geht das Porto jedes Laufs auf die
      * Abrechnungszeile seiner Kampagne.
       D000-LADE-PORTOLAEUFE.
         OPEN INPUT PORTOLOG-DATEI.
         IF PORTOLOG-STATUS = "35"
             SET PORTOLISTE-FEHLT TO TRUE
             EXIT PARAGRAPH
         END-IF.
         IF NOT PORTOLOG-STATUS-OK
             DISPLAY "Sorry, unable to open PORTOLOG.DAT, status "
                 PORTOLOG-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM D100-LIES-PORTOZEILE.
         PERFORM D200-UEBERNIMM-PORTOZEILE
             UNTIL ENDE-DER-PORTOLISTE.
         CLOSE PORTOLOG-DATEI.
         PERFORM D400-VERBUCHE-PORTOLAUF
             VARYING WS-PORTOLAUF-INDEX FROM 1 BY 1
             UNTIL WS-PORTOLAUF-INDEX > WS-PORTOLAUF-ANZAHL.

       D100-LIES-PORTOZEILE.
         READ PORTOLOG-DATEI
             AT END SET ENDE-DER-PORTOLISTE TO TRUE.
         IF NOT PORTOLOG-STATUS-OK AND NOT PORTOLOG-STATUS-ENDE
             DISPLAY "Sorry, error reading PORTOLOG.DAT, status "
                 PORTOLOG-STATUS
             STOP RUN RETURNING 1
         END-IF.

       D200-UEBERNIMM-PORTOZEILE.
         MOVE SPACES TO WS-FELD-ZEIT WS-FELD-KAMPAGNE
             WS-FELD-LAUFDATUM WS-FELD-STUECKE WS-FELD-CENT
             WS-FELD-EINGABE.
         UNSTRING PORTOLOG-SATZ DELIMITED BY ";"
             INTO WS-FELD-ZEIT WS-FELD-KAMPAGNE WS-FELD-LAUFDATUM
                  WS-FELD-STUECKE WS-FELD-CENT WS-FELD-EINGABE
         END-UNSTRING.
         IF WS-FELD-ZEIT(1:6) = WS-MONAT
             AND WS-FELD-KAMPAGNE IS NUMERIC
             AND WS-FELD-STUECKE IS NUMERIC
             AND WS-FELD-CENT IS NUMERIC
             PERFORM D300-NIMM-PORTOLAUF-AUF
         END-IF.
         PERFORM D100-LIES-PORTOZEILE.

       D300-NIMM-PORTOLAUF-AUF.
         MOVE WS-FELD-KAMPAGNE TO WS-SUCH-KAMPAGNE.
         MOVE ZERO TO WS-PORTOLAUF-TREFFER.
         PERFORM D310-PRUEFE-PORTOLAUF
             VARYING WS-PORTOLAUF-INDEX FROM 1 BY 1
             UNTIL WS-PORTOLAUF-INDEX > WS-PORTOLAUF-ANZAHL.
         IF WS-PORTOLAUF-TREFFER = ZERO
             IF WS-PORTOLAUF-ANZAHL NOT LESS WS-PORTOLAUF-MAXIMUM
                 DISPLAY "UMLAGE: mehr als " WS-PORTOLAUF-MAXIMUM
                     " porto-Laeufe im Monat"
                 STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-PORTOLAUF-ANZAHL
             MOVE WS-PORTOLAUF-ANZAHL TO WS-PORTOLAUF-TREFFER
         ELSE
             ADD 1 TO WS-ERSETZT-ZAEHLER
         END-IF.
         MOVE WS-FELD-ZEIT TO PLF-ZEIT(WS-PORTOLAUF-TREFFER).
         MOVE WS-SUCH-KAMPAGNE TO PLF-KAMPAGNE(WS-PORTOLAUF-TREFFER).
         MOVE WS-FELD-LAUFDATUM
             TO PLF-LAUFDATUM(WS-PORTOLAUF-TREFFER).
         MOVE WS-FELD-STUECKE TO PLF-STUECKE(WS-PORTOLAUF-TREFFER).
         MOVE WS-FELD-CENT TO PLF-CENT(WS-PORTOLAUF-TREFFER).
         MOVE WS-FELD-EINGABE TO PLF-EINGABE(WS-PORTOLAUF-TREFFER).

       D310-PRUEFE-PORTOLAUF.
         IF PLF-KAMPAGNE(WS-PORTOLAUF-INDEX) = WS-SUCH-KAMPAGNE
             AND PLF-LAUFDATUM(WS-PORTOLAUF-INDEX)
                 = WS-FELD-LAUFDATUM
             AND PLF-EINGABE(WS-PORTOLAUF-INDEX) = WS-FELD-EINGABE
             MOVE WS-PORTOLAUF-INDEX TO WS-PORTOLAUF-TREFFER
             MOVE WS-PORTOLAUF-ANZAHL TO WS-PORTOLAUF-INDEX
         END-IF.

       D400-VERBUCHE-PORTOLAUF.
         MOVE PLF-KAMPAGNE(WS-PORTOLAUF-INDEX) TO WS-SUCH-KAMPAGNE.
         MOVE PLF-ZEIT(WS-PORTOLAUF-INDEX)(1:8) TO WS-SUCH-DATUM.
         PERFORM M000-HOLE-ABRECHNUNGSZEILE.
         ADD PLF-STUECKE(WS-PORTOLAUF-INDEX)
             TO ABR-PORTO-STUECKE(WS-ABRECHNUNGS-TREFFER).
         ADD PLF-CENT(WS-PORTOLAUF-INDEX)
             TO ABR-PORTO-CENT(WS-ABRECHNUNGS-TREFFER).
         ADD PLF-STUECKE(WS-PORTOLAUF-INDEX)
             TO WS-PORTOLISTE-STUECKE.
         ADD PLF-CENT(WS-PORTOLAUF-INDEX) TO WS-PORTOLISTE-CENT.

      * Kostenstelle und Druckkosten der Kampagne; die Summen
      * gehen auf die Kostenstelle.
       E000-BEWERTE-KAMPAGNE.
         MOVE ABR-KAMPAGNE(WS-ABRECHNUNGS-INDEX) TO WS-SUCH-KAMPAGNE.
         MOVE ZERO TO WS-BESTELL-TREFFER.
         IF WS-SUCH-KAMPAGNE > 1
             PERFORM B400-SUCHE-BESTELLUNG
         END-IF.
         IF WS-BESTELL-TREFFER = ZERO
             MOVE WS-ZENTRAL-KST
                 TO ABR-KOSTENSTELLE(WS-ABRECHNUNGS-INDEX)
             MOVE SPACES TO ABR-BESTELLER(WS-ABRECHNUNGS-INDEX)
         ELSE
             MOVE BST-KOSTENSTELLE(WS-BESTELL-TREFFER)
                 TO ABR-KOSTENSTELLE(WS-ABRECHNUNGS-INDEX)
             MOVE BST-BESTELLER(WS-BESTELL-TREFFER)
                 TO ABR-BESTELLER(WS-ABRECHNUNGS-INDEX)
         END-IF.
         COMPUTE ABR-DRUCK-CENT(WS-ABRECHNUNGS-INDEX) =
             ABR-ETIKETTEN(WS-ABRECHNUNGS-INDEX) * WS-ETIKETT-PREIS
             + ABR-BRIEFE(WS-ABRECHNUNGS-INDEX) * WS-BRIEF-PREIS
             + ABR-BUERO(WS-ABRECHNUNGS-INDEX) * WS-BUERO-PREIS.
         PERFORM E100-HOLE-KOSTENSTELLE.
         COMPUTE WS-ZEILEN-STUECKE =
             ABR-ETIKETTEN(WS-ABRECHNUNGS-INDEX)
             + ABR-BRIEFE(WS-ABRECHNUNGS-INDEX)
             + ABR-BUERO(WS-ABRECHNUNGS-INDEX).
         ADD WS-ZEILEN-STUECKE TO KST-STUECKE(WS-KST-TREFFER).
         ADD ABR-PORTO-CENT(WS-ABRECHNUNGS-INDEX)
             TO KST-PORTO-CENT(WS-KST-TREFFER).
         ADD ABR-DRUCK-CENT(WS-ABRECHNUNGS-INDEX)
             TO KST-DRUCK-CENT(WS-KST-TREFFER).

      * Sucht die Kostenstelle; eine neue wird sortiert
      * eingefuegt.
       E100-HOLE-KOSTENSTELLE.
         MOVE ZERO TO WS-KST-TREFFER.
         PERFORM E110-PRUEFE-KOSTENSTELLE
             VARYING WS-KST-INDEX FROM 1 BY 1
             UNTIL WS-KST-INDEX > WS-KST-ANZAHL
                OR WS-KST-TREFFER > ZERO.
         IF WS-KST-TREFFER > ZERO
             AND KST-KOSTENSTELLE(WS-KST-TREFFER)
                 = ABR-KOSTENSTELLE(WS-ABRECHNUNGS-INDEX)
             EXIT PARAGRAPH
         END-IF.
         IF WS-KST-ANZAHL NOT LESS WS-KST-MAXIMUM
             DISPLAY "UMLAGE: mehr als " WS-KST-MAXIMUM
                 " Kostenstellen im Monat"
             STOP RUN RETURNING 1
         END-IF.
         IF WS-KST-TREFFER = ZERO
             COMPUTE WS-KST-TREFFER = WS-KST-ANZAHL + 1
         END-IF.
         PERFORM E120-RUECKE-KOSTENSTELLE
             VARYING WS-KST-SCHIEBE-INDEX FROM WS-KST-ANZAHL BY -1
             UNTIL WS-KST-SCHIEBE-INDEX < WS-KST-TREFFER.
         ADD 1 TO WS-KST-ANZAHL.
         MOVE ABR-KOSTENSTELLE(WS-ABRECHNUNGS-INDEX)
             TO KST-KOSTENSTELLE(WS-KST-TREFFER).
         MOVE ZERO TO KST-STUECKE(WS-KST-TREFFER)
             KST-PORTO-CENT(WS-KST-TREFFER)
             KST-DRUCK-CENT(WS-KST-TREFFER).

      * Erster Eintrag, der nicht kleiner ist als die gesuchte
      * Kostenstelle.
       E110-PRUEFE-KOSTENSTELLE.
         IF KST-KOSTENSTELLE(WS-KST-INDEX)
                 NOT LESS ABR-KOSTENSTELLE(WS-ABRECHNUNGS-INDEX)
             MOVE WS-KST-INDEX TO WS-KST-TREFFER
         END-IF.

       E120-RUECKE-KOSTENSTELLE.
         MOVE WS-KST-EINTRAG(WS-KST-SCHIEBE-INDEX)
             TO WS-KST-EINTRAG(WS-KST-SCHIEBE-INDEX + 1).

      * Abrechnung einer Kostenstelle: Kopf, je Kampagne eine
      * Zeile, Summe; fuer jede Kostenstelle ausser ZENTRAL die
      * Buchungszeilen.
       F000-RECHNE-KOSTENSTELLE-AB.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE KST-KOSTENSTELLE(WS-KST-INDEX) TO WS-KKZ-KOSTENSTELLE.
         IF KST-KOSTENSTELLE(WS-KST-INDEX) = WS-ZENTRAL-KST
             MOVE " (ZENTRAL, OHNE UMLAGE)" TO WS-KKZ-VERMERK
         ELSE
             MOVE SPACES TO WS-KKZ-VERMERK
         END-IF.
         MOVE WS-KST-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-SPALTENKOPF TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM F010-SCHREIBE-KAMPAGNE
             VARYING WS-ABRECHNUNGS-INDEX FROM 1 BY 1
             UNTIL WS-ABRECHNUNGS-INDEX > WS-ABRECHNUNGS-ANZAHL.
         MOVE "SUMME" TO WS-ABZ-KAMPAGNE.
         MOVE SPACES TO WS-ABZ-DATUM.
         MOVE KST-STUECKE(WS-KST-INDEX) TO WS-ABZ-STUECKE.
         MOVE KST-PORTO-CENT(WS-KST-INDEX) TO WS-CENT.
         PERFORM G100-RECHNE-EUR.
         MOVE WS-EUR TO WS-ABZ-PORTO.
         MOVE KST-DRUCK-CENT(WS-KST-INDEX) TO WS-CENT.
         PERFORM G100-RECHNE-EUR.
         MOVE WS-EUR TO WS-ABZ-DRUCK.
         COMPUTE WS-CENT = KST-PORTO-CENT(WS-KST-INDEX)
             + KST-DRUCK-CENT(WS-KST-INDEX).
         PERFORM G100-RECHNE-EUR.
         MOVE WS-EUR TO WS-ABZ-GESAMT.
         MOVE WS-ABRECHNUNGSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         ADD KST-STUECKE(WS-KST-INDEX) TO WS-GESAMT-STUECKE.
         ADD KST-PORTO-CENT(WS-KST-INDEX) TO WS-GESAMT-PORTO-CENT.
         ADD KST-DRUCK-CENT(WS-KST-INDEX) TO WS-GESAMT-DRUCK-CENT.
         IF KST-KOSTENSTELLE(WS-KST-INDEX) NOT = WS-ZENTRAL-KST
             MOVE WS-PORTOKONTO TO WS-BUCHUNGS-KONTO
             MOVE KST-PORTO-CENT(WS-KST-INDEX) TO WS-BUCHUNGS-CENT
             MOVE "PORTO" TO WS-BUCHUNGS-TEXT
             PERFORM F200-SCHREIBE-BUCHUNG
             MOVE WS-DRUCKKONTO TO WS-BUCHUNGS-KONTO
             MOVE KST-DRUCK-CENT(WS-KST-INDEX) TO WS-BUCHUNGS-CENT
             MOVE "DRUCKKOSTEN" TO WS-BUCHUNGS-TEXT
             PERFORM F200-SCHREIBE-BUCHUNG
         END-IF.

       F010-SCHREIBE-KAMPAGNE.
         IF ABR-KOSTENSTELLE(WS-ABRECHNUNGS-INDEX)
                 NOT = KST-KOSTENSTELLE(WS-KST-INDEX)
             EXIT PARAGRAPH
         END-IF.
         IF ABR-KAMPAGNE(WS-ABRECHNUNGS-INDEX) = 1
             MOVE "ANONYM" TO WS-ABZ-KAMPAGNE
         ELSE
             MOVE ABR-KAMPAGNE(WS-ABRECHNUNGS-INDEX)
                 TO WS-ABZ-KAMPAGNE
         END-IF.
         MOVE ABR-DATUM(WS-ABRECHNUNGS-INDEX) TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE WS-DATUM-ANZEIGE TO WS-ABZ-DATUM.
         COMPUTE WS-ZEILEN-STUECKE =
             ABR-ETIKETTEN(WS-ABRECHNUNGS-INDEX)
             + ABR-BRIEFE(WS-ABRECHNUNGS-INDEX)
             + ABR-BUERO(WS-ABRECHNUNGS-INDEX).
         MOVE WS-ZEILEN-STUECKE TO WS-ABZ-STUECKE.
         MOVE ABR-PORTO-CENT(WS-ABRECHNUNGS-INDEX) TO WS-CENT.
         PERFORM G100-RECHNE-EUR.
         MOVE WS-EUR TO WS-ABZ-PORTO.
         MOVE ABR-DRUCK-CENT(WS-ABRECHNUNGS-INDEX) TO WS-CENT.
         PERFORM G100-RECHNE-EUR.
         MOVE WS-EUR TO WS-ABZ-DRUCK.
         COMPUTE WS-CENT = ABR-PORTO-CENT(WS-ABRECHNUNGS-INDEX)
             + ABR-DRUCK-CENT(WS-ABRECHNUNGS-INDEX).
         PERFORM G100-RECHNE-EUR.
         MOVE WS-EUR TO WS-ABZ-GESAMT.
         MOVE WS-ABRECHNUNGSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF ABR-BESTELLER(WS-ABRECHNUNGS-INDEX) NOT = SPACES
             MOVE ABR-BESTELLER(WS-ABRECHNUNGS-INDEX)
                 TO WS-BSZ-BESTELLER
             MOVE WS-BESTELLERZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         MOVE ABR-ETIKETTEN(WS-ABRECHNUNGS-INDEX)
             TO WS-DRZ-ETIKETTEN.
         MOVE ABR-BRIEFE(WS-ABRECHNUNGS-INDEX) TO WS-DRZ-BRIEFE.
         MOVE ABR-BUERO(WS-ABRECHNUNGS-INDEX) TO WS-DRZ-BUERO.
         MOVE WS-DRUCKZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Stueckpreise des Laufs, damit die Abrechnung
      * nachvollziehbar bleibt.
       F100-SCHREIBE-PREISE.
         MOVE WS-ETIKETT-PREIS TO WS-PRZ-ETIKETT.
         MOVE WS-BRIEF-PREIS TO WS-PRZ-BRIEF.
         MOVE WS-BUERO-PREIS TO WS-PRZ-BUERO.
         MOVE WS-PREISZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF JOURNAL-FEHLT
             MOVE "KAMPAGNE.DAT nicht vorhanden: alles auf ZENTRAL"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         IF HISTORIE-FEHLT
             MOVE "SENDHIST.DAT nicht vorhanden: keine Druckkosten"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         IF PORTOLISTE-FEHLT
             MOVE "PORTOLOG.DAT nicht vorhanden: kein Porto"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      *     JJJJMM;KOSTENSTELLE;KONTO;BETRAG;GEGENKST;TEXT
       F200-SCHREIBE-BUCHUNG.
         IF WS-BUCHUNGS-CENT = ZERO
             EXIT PARAGRAPH
         END-IF.
         COMPUTE WS-BUCHUNGS-BETRAG = WS-BUCHUNGS-CENT / 100.
         MOVE SPACES TO WS-BUCHUNGSZEILE.
         STRING WS-MONAT ";"
             FUNCTION TRIM(KST-KOSTENSTELLE(WS-KST-INDEX)) ";"
             FUNCTION TRIM(WS-BUCHUNGS-KONTO) ";"
             WS-BUCHUNGS-BETRAG ";"
             FUNCTION TRIM(WS-ZENTRAL-KST) ";"
             "UMLAGE " FUNCTION TRIM(WS-BUCHUNGS-TEXT) " "
             WS-MONAT-ANZEIGE
             DELIMITED BY SIZE INTO WS-BUCHUNGSZEILE.
         MOVE WS-BUCHUNGSZEILE TO BUCHUNGS-SATZ.
         WRITE BUCHUNGS-SATZ.
         IF NOT BUCHUNG-STATUS-OK
             DISPLAY "Sorry, error writing UMLAGE.DAT, status "
                 BUCHUNG-STATUS
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-BUCHUNGS-ZAEHLER.

      * Abstimmung mit PORTO.RPT: jeder porto-Lauf des Monats mit
      * Stueckzahl und Portosumme, wie sie im Einlieferungsnachweis
      * standen; ihre Summe muss der umgelegten Portosumme
      * entsprechen. Kampagnen mit Porto, aber ohne Stuecke in der
      * Versandhistorie, oder umgekehrt, werden vermerkt.
       R000-STIMME-PORTO-AB.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ABSTIMMUNG MIT DEN PORTOSUMMEN AUS PORTO.RPT"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-PORTOLAUFKOPF TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM R100-SCHREIBE-PORTOLAUF
             VARYING WS-PORTOLAUF-INDEX FROM 1 BY 1
             UNTIL WS-PORTOLAUF-INDEX > WS-PORTOLAUF-ANZAHL.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM R200-PRUEFE-KAMPAGNE
             VARYING WS-ABRECHNUNGS-INDEX FROM 1 BY 1
             UNTIL WS-ABRECHNUNGS-INDEX > WS-ABRECHNUNGS-ANZAHL.
         IF WS-HINWEIS-ZAEHLER > ZERO
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         MOVE "PORTOSUMME LAUT PORTO.RPT     : " TO WS-SUM-TEXT.
         MOVE WS-PORTOLISTE-CENT TO WS-CENT.
         PERFORM G100-RECHNE-EUR.
         MOVE WS-EUR TO WS-SUM-BETRAG.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "PORTOSUMME UMGELEGT           : " TO WS-SUM-TEXT.
         MOVE WS-GESAMT-PORTO-CENT TO WS-CENT.
         PERFORM G100-RECHNE-EUR.
         MOVE WS-EUR TO WS-SUM-BETRAG.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF WS-GESAMT-PORTO-CENT = WS-PORTOLISTE-CENT
             MOVE "ABSTIMMUNG: IN ORDNUNG" TO WS-BERICHTZEILE
         ELSE
             MOVE "ABSTIMMUNG: ** ABWEICHUNG **" TO WS-BERICHTZEILE
             MOVE 4 TO WS-RC
         END-IF.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       R100-SCHREIBE-PORTOLAUF.
         MOVE PLF-ZEIT(WS-PORTOLAUF-INDEX)(1:8) TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE WS-DATUM-ANZEIGE TO WS-PLZ-DATUM.
         MOVE SPACES TO WS-PLZ-UHRZEIT.
         STRING PLF-ZEIT(WS-PORTOLAUF-INDEX)(9:2) ":"
             PLF-ZEIT(WS-PORTOLAUF-INDEX)(11:2)
             DELIMITED BY SIZE INTO WS-PLZ-UHRZEIT.
         IF PLF-KAMPAGNE(WS-PORTOLAUF-INDEX) = 1
             MOVE "ANONYM" TO WS-PLZ-KAMPAGNE
         ELSE
             MOVE PLF-KAMPAGNE(WS-PORTOLAUF-INDEX)
                 TO WS-PLZ-KAMPAGNE
         END-IF.
         MOVE PLF-STUECKE(WS-PORTOLAUF-INDEX) TO WS-PLZ-STUECKE.
         MOVE PLF-CENT(WS-PORTOLAUF-INDEX) TO WS-CENT.
         PERFORM G100-RECHNE-EUR.
         MOVE WS-EUR TO WS-PLZ-PORTO.
         MOVE PLF-EINGABE(WS-PORTOLAUF-INDEX) TO WS-PLZ-EINGABE.
         MOVE WS-PORTOLAUFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       R200-PRUEFE-KAMPAGNE.
         COMPUTE WS-ZEILEN-STUECKE =
             ABR-ETIKETTEN(WS-ABRECHNUNGS-INDEX)
             + ABR-BRIEFE(WS-ABRECHNUNGS-INDEX)
             + ABR-BUERO(WS-ABRECHNUNGS-INDEX).
         IF ABR-KAMPAGNE(WS-ABRECHNUNGS-INDEX) = 1
             MOVE "ANONYM" TO WS-HWZ-KAMPAGNE
         ELSE
             MOVE ABR-KAMPAGNE(WS-ABRECHNUNGS-INDEX)
                 TO WS-HWZ-KAMPAGNE
         END-IF.
         EVALUATE TRUE
             WHEN ABR-PORTO-STUECKE(WS-ABRECHNUNGS-INDEX) > ZERO
                 AND WS-ZEILEN-STUECKE = ZERO
                 MOVE ": PORTO, ABER KEIN STUECK IN SENDHIST.DAT"
                     TO WS-HWZ-TEXT
             WHEN ABR-PORTO-STUECKE(WS-ABRECHNUNGS-INDEX) = ZERO
                 AND WS-ZEILEN-STUECKE > ZERO
                 MOVE ": STUECKE OHNE PORTO-LAUF IM MONAT"
                     TO WS-HWZ-TEXT
             WHEN OTHER
                 EXIT PARAGRAPH
         END-EVALUATE.
         ADD 1 TO WS-HINWEIS-ZAEHLER.
         MOVE WS-HINWEISZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Sucht die Abrechnungszeile der Kampagne WS-SUCH-KAMPAGNE;
      * eine neue wird nach Kampagne sortiert eingefuegt. Das
      * Datum ist der frueheste Versand- bzw. porto-Tag im Monat.
       M000-HOLE-ABRECHNUNGSZEILE.
         MOVE ZERO TO WS-ABRECHNUNGS-TREFFER.
         PERFORM M100-PRUEFE-ABRECHNUNGSZEILE
             VARYING WS-ABRECHNUNGS-INDEX FROM 1 BY 1
             UNTIL WS-ABRECHNUNGS-INDEX > WS-ABRECHNUNGS-ANZAHL
                OR WS-ABRECHNUNGS-TREFFER > ZERO.
         IF WS-ABRECHNUNGS-TREFFER > ZERO
             AND ABR-KAMPAGNE(WS-ABRECHNUNGS-TREFFER)
                 = WS-SUCH-KAMPAGNE
             IF WS-SUCH-DATUM
                     < ABR-DATUM(WS-ABRECHNUNGS-TREFFER)
                 MOVE WS-SUCH-DATUM
                     TO ABR-DATUM(WS-ABRECHNUNGS-TREFFER)
             END-IF
             EXIT PARAGRAPH
         END-IF.
         IF WS-ABRECHNUNGS-ANZAHL NOT LESS WS-ABRECHNUNGS-MAXIMUM
             DISPLAY "UMLAGE: mehr als " WS-ABRECHNUNGS-MAXIMUM
                 " Kampagnen im Monat"
             STOP RUN RETURNING 1
         END-IF.
         IF WS-ABRECHNUNGS-TREFFER = ZERO
             COMPUTE WS-ABRECHNUNGS-TREFFER =
                 WS-ABRECHNUNGS-ANZAHL + 1
         END-IF.
         PERFORM M200-RUECKE-ABRECHNUNGSZEILE
             VARYING WS-ABRECHNUNGS-INDEX
             FROM WS-ABRECHNUNGS-ANZAHL BY -1
             UNTIL WS-ABRECHNUNGS-INDEX < WS-ABRECHNUNGS-TREFFER.
         ADD 1 TO WS-ABRECHNUNGS-ANZAHL.
         MOVE WS-SUCH-KAMPAGNE
             TO ABR-KAMPAGNE(WS-ABRECHNUNGS-TREFFER).
         MOVE WS-SUCH-DATUM TO ABR-DATUM(WS-ABRECHNUNGS-TREFFER).
         MOVE SPACES TO ABR-KOSTENSTELLE(WS-ABRECHNUNGS-TREFFER)
             ABR-BESTELLER(WS-ABRECHNUNGS-TREFFER).
         MOVE ZERO TO ABR-ETIKETTEN(WS-ABRECHNUNGS-TREFFER)
             ABR-BRIEFE(WS-ABRECHNUNGS-TREFFER)
             ABR-BUERO(WS-ABRECHNUNGS-TREFFER)
             ABR-PORTO-STUECKE(WS-ABRECHNUNGS-TREFFER)
             ABR-PORTO-CENT(WS-ABRECHNUNGS-TREFFER)
             ABR-DRUCK-CENT(WS-ABRECHNUNGS-TREFFER).

      * Erste Zeile, deren Kampagne nicht kleiner ist als die
      * gesuchte.
       M100-PRUEFE-ABRECHNUNGSZEILE.
         IF ABR-KAMPAGNE(WS-ABRECHNUNGS-INDEX)
                 NOT LESS WS-SUCH-KAMPAGNE
             MOVE WS-ABRECHNUNGS-INDEX TO WS-ABRECHNUNGS-TREFFER
         END-IF.

       M200-RUECKE-ABRECHNUNGSZEILE.
         MOVE WS-ABRECHNUNGS-EINTRAG(WS-ABRECHNUNGS-INDEX)
             TO WS-ABRECHNUNGS-EINTRAG(WS-ABRECHNUNGS-INDEX + 1).

       G000-SCHREIBE-BERICHTZEILE.
         DISPLAY FUNCTION TRIM(WS-BERICHTZEILE TRAILING).
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing UMLAGE.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G100-RECHNE-EUR.
         COMPUTE WS-EUR = WS-CENT / 100.

       G200-FORMATIERE-DATUM.
         MOVE SPACES TO WS-DATUM-ANZEIGE.
         IF WS-DATUM-EINGABE NOT = SPACES
             STRING WS-DATUM-EINGABE(7:2) "."
                 WS-DATUM-EINGABE(5:2) "."
                 WS-DATUM-EINGABE(1:4)
                 DELIMITED BY SIZE INTO WS-DATUM-ANZEIGE
         END-IF.

       H000-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "KAMPAGNEN IM MONAT            : " TO WS-ANZ-TEXT.
         MOVE WS-ABRECHNUNGS-ANZAHL TO WS-ANZ-ANZAHL.
         MOVE WS-ANZAHLZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "KOSTENSTELLEN                 : " TO WS-ANZ-TEXT.
         MOVE WS-KST-ANZAHL TO WS-ANZ-ANZAHL.
         MOVE WS-ANZAHLZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "STUECKE GESAMT                : " TO WS-ANZ-TEXT.
         MOVE WS-GESAMT-STUECKE TO WS-ANZ-ANZAHL.
         MOVE WS-ANZAHLZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "PORTO-LAEUFE ERSETZT          : " TO WS-ANZ-TEXT.
         MOVE WS-ERSETZT-ZAEHLER TO WS-ANZ-ANZAHL.
         MOVE WS-ANZAHLZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DRUCKKOSTEN GESAMT EUR        : " TO WS-SUM-TEXT.
         MOVE WS-GESAMT-DRUCK-CENT TO WS-CENT.
         PERFORM G100-RECHNE-EUR.
         MOVE WS-EUR TO WS-SUM-BETRAG.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "UMLAGEBUCHUNGEN               : " TO WS-ANZ-TEXT.
         MOVE WS-BUCHUNGS-ZAEHLER TO WS-ANZ-ANZAHL.
         MOVE WS-ANZAHLZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       END PROGRAM umlage.

      * vim:ai sw=4 sts=4 expandtab
