      * ADDRESS-SORTIERT.DAT). Eine fehlende oder leere
      * Portotabelle bricht den Lauf ab - ein Nachweis mit
      * geratenen Saetzen ist schlimmer als keiner.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Die PLZ steht jetzt in ADR-PLZ (siehe adresse.cpy);
      *     die Suche nach der letzten fuenfstelligen Ziffernfolge
      *     (D000-SUCHE-PLZ) entfaellt, die Gruppenbildung liest
      *     ADR-PLZ direkt.
      *   - Kostenumlage: jeder Lauf schreibt seine Summen als Zeile
      *         ZEIT;KAMPAGNE;LAUFDATUM;STUECKE;PORTO-CENT;EINGABE
      *     nach PORTOLOG.DAT fort (fehlt die Datei, wird sie neu
      *     angelegt). KAMPAGNE ist die Generation, LAUFDATUM das
      *     Laufdatum aus dem Umschlag der Eingabe; umlage rechnet
      *     das Porto daraus je Kampagne ab und stimmt es gegen diese
      *     Summen ab.
      *   - Logisch geloeschte Adressen (ADR-LOESCHKZ G, siehe
      *     adresse.cpy) in der Eingabe zaehlen nicht als Stueck; ihre
      *     Anzahl wird gemeldet und im Statistiksatz als abgewiesen
      *     gefuehrt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. porto.
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

           SELECT PORTOLOG-DATEI
           ASSIGN TO "PORTOLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PORTOLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADDRESS-MASTER
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       FD PORTOLOG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PORTOLOG-SATZ            PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-EINGABE-NAME             PIC X(40)   VALUE
          "ADDRESS-SORTIERT.DAT".
       01 WS-FELD-BEHAELTER           PIC X(05)   VALUE SPACES.

       01 WS-GELESEN-ZAEHLER          PIC 9(09)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(09)   COMP VALUE ZERO.
       01 WS-PLZ5-STUECK              PIC 9(09)   COMP VALUE ZERO.
       01 WS-REST-STUECK              PIC 9(09)   COMP VALUE ZERO.
       01 WS-BUENDEL-SUMME            PIC 9(07)   COMP VALUE ZERO.
       01 WS-ERSTER-SATZ-SCHALTER     PIC X(01)   VALUE "J".
          88 ERSTER-NUTZSATZ                      VALUE "J".

       01 WS-BERICHTZEILE             PIC X(80).
       01 WS-PORTOLOGZEILE            PIC X(120).
       01 WS-LOG-STUECKE              PIC 9(09).
       01 WS-LOG-CENT                 PIC 9(11).

       01 WS-GRUPPENZEILE.
          05 FILLER                   PIC X(04)   VALUE "PLZ ".
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==PORTOLOG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==PORTOLOG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==PORTOLOG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==PORTOLOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PORTOLOG-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==EIN-UMS==.


         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.
         PERFORM L000-SCHREIBE-PORTOLOG.
         DISPLAY "PORTO: Stuecke " WS-GELESEN-ZAEHLER
             ", vorsortiert " WS-PLZ5-STUECK
             ", Rest " WS-REST-STUECK
             ", Porto-Cent " WS-PORTO-CENT.
         IF WS-GELOESCHT-ZAEHLER > ZERO
             DISPLAY "PORTO: geloeschte Adressen uebergangen: "
                 WS-GELOESCHT-ZAEHLER
         END-IF.
         MOVE "porto   " TO STAT-PROGRAMM.
         COMPUTE STAT-SAETZE-EIN =
             WS-GELESEN-ZAEHLER + WS-GELOESCHT-ZAEHLER.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE WS-GELOESCHT-ZAEHLER TO STAT-ABGEWIESEN.
         MOVE 0 TO STAT-RC.
         CALL "statistik" USING STAT-BLOCK.
         STOP RUN.
         MOVE ADRESSE-SATZ TO EIN-UMS-PUFFER.
         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
      * Logisch geloeschte Adressen werden nicht eingeliefert
      * (plzsort laesst sie schon aus; eine aeltere oder von Hand
      * zusammengestellte Eingabe kann sie noch tragen).
         IF ADR-GELOESCHT
             ADD 1 TO WS-GELOESCHT-ZAEHLER
             PERFORM B000-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-GELESEN-ZAEHLER.
         PERFORM D000-HOLE-PLZ.
         IF ERSTER-NUTZSATZ
             MOVE WS-PLZ TO WS-GRUPPEN-PLZ
             MOVE "N" TO WS-ERSTER-SATZ-SCHALTER
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ZERO TO WS-GRUPPEN-ZAEHLER.

      * Die PLZ steht in ADR-PLZ; als Inlands-PLZ gilt sie nur
      * fuenfstellig numerisch, sonst bleibt WS-PLZ leer.
       D000-HOLE-PLZ.
         MOVE SPACES TO WS-PLZ.
         IF ADR-PLZ(1:5) IS NUMERIC AND ADR-PLZ(6:5) = SPACES
             MOVE ADR-PLZ(1:5) TO WS-PLZ
         END-IF.

       U100-PRUEFE-EINGABEKOPF.
         MOVE WS-PORTOZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Die Summen des Laufs fuer die Kostenumlage (umlage).
       L000-SCHREIBE-PORTOLOG.
         OPEN EXTEND PORTOLOG-DATEI.
         IF PORTOLOG-STATUS = "35"
             OPEN OUTPUT PORTOLOG-DATEI
         END-IF.
         IF NOT PORTOLOG-STATUS-OK
             DISPLAY "Sorry, unable to open PORTOLOG.DAT, status "
                 PORTOLOG-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE WS-GELESEN-ZAEHLER TO WS-LOG-STUECKE.
         MOVE WS-PORTO-CENT TO WS-LOG-CENT.
         MOVE SPACES TO WS-PORTOLOGZEILE.
         STRING FUNCTION CURRENT-DATE(1:14) ";"
             EIN-UMS-GENERATION ";"
             EIN-UMS-LAUFDATUM ";"
             WS-LOG-STUECKE ";"
             WS-LOG-CENT ";"
             FUNCTION TRIM(WS-EINGABE-NAME)
             DELIMITED BY SIZE INTO WS-PORTOLOGZEILE.
         MOVE WS-PORTOLOGZEILE TO PORTOLOG-SATZ.
         WRITE PORTOLOG-SATZ.
         IF NOT PORTOLOG-STATUS-OK
             DISPLAY "Sorry, error writing PORTOLOG.DAT, status "
                 PORTOLOG-STATUS
             STOP RUN RETURNING 1
         END-IF.
         CLOSE PORTOLOG-DATEI.

       END PROGRAM porto.

      * vim:ai sw=4 sts=4 expandtab
