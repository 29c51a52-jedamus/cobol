      *     Querverweisdatei ADRXREF.DAT auf die ueberlebende ID
      *     auf, statt sie als unbekannt zu zaehlen; eine
      *     fehlende Querverweisdatei ist zulaessig.
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Werbesperre: SENDEN prueft jeden Empfaenger gegen die
      *     Sperrdatei WERBSPERRE.DAT (CALL "werbsp", siehe
      *     werbsp.cpy); gesperrte Empfaenger gehen nicht an das
      *     Buero, ausser die Kampagne ist im Kampagnenjournal als
      *     Pflichtsendung (AMTLICH) markiert. Jeder SENDEN-Lauf
      *     schreibt den Sperrbericht WERBSPERRE-BUERO.RPT, bei
      *     Kampagnen geht die Anzahl als Stufe SPERRE in das
      *     Journal.
      *   - Neuer Adresssatz (siehe adresse.cpy): der Etiketten-
      *     satz von SENDEN traegt jetzt die Zustellzeile
      *     ADR-STRASSE als eigenes Feld vor der Ortszeile; die
      *     Ortszeile wird aus ADR-ORT, ADR-STAAT und ADR-PLZ
      *     zusammengesetzt (CALL "ortzeile", siehe ortzeile.cpy).
      *     Der Satz hat damit sieben Felder
      *         ADR-ID;NAME;ABTEILUNG;ORGANISATION;STRASSE;ORT;LAND
      *     und ist auf X(220) verbreitert. ABGLEICH liest wie
      *     bisher nur die ersten beiden Felder.
      *   - Zweitanschriften: SENDEN schreibt je Etikett die am
      *     Versandtag gueltige Zweitanschrift aus ZWEITADR.DAT,
      *     sofern es eine gibt (CALL "zweitadr", siehe
      *     zweitadr.cpy). Neuer Parameter VERSANDTAG=JJJJMMTT
      *     (Standard: heute).
      *   - Versandhistorie: SENDEN schreibt jedes an das Buero
      *     gesendete Etikett mit ADR-ID, Kampagne, Versandtag und
      *     Kanal D als Zeile nach SENDHIST.DAT (CALL "sendhist",
      *     siehe sendhist.cpy); adrwahl prueft daran die
      *     Kontaktgrenze.
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Logisch geloeschte Adressen (ADR-LOESCHKZ G, siehe
      *     adresse.cpy) werden beim Senden uebergangen und in der
      *     Schlussmeldung gezaehlt.
      *   - Herkunftsprotokoll: auch ZWEITADR.DAT, WERBSPERRE.DAT
      *     und bei Kampagnen KAMPAGNE.DAT (Stufe AMTLICH) werden als
      *     Eingaben von BUEROAUS.DAT gemeldet.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. buero.

       FD AUSGANG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 AUSGANG-SATZ             PIC X(220).

       FD BESTAETIGUNG-DATEI
          LABEL RECORDS ARE OMITTED.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(60) OCCURS 4 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.

       01 WS-BETRIEBSART              PIC X(08)   VALUE SPACES.
       01 WS-VERSANDTAG               PIC X(08)   VALUE SPACES.
       01 WS-EINGABE-NAME             PIC X(40)   VALUE
          "ADDRESS-SORTIERT.DAT".
       01 WS-BEST-NAME                PIC X(40)   VALUE
       01 WS-BESTAETIGT-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.
       01 WS-UNBESTAETIGT-ZAEHLER     PIC 9(05)   COMP VALUE ZERO.
       01 WS-UNBEKANNT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-GESPERRT-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.

       01 WS-GESENDET-TABELLE.
          05 WS-GESENDET-EINTRAG      OCCURS 2000 TIMES.
      * unveraendert, wenn die Querverweiszeile weniger Felder hat.
       01 WS-FELD-ALT-ID              PIC X(06)   VALUE SPACES.
       01 WS-FELD-NEU-ID              PIC X(06)   VALUE SPACES.
       01 WS-AUSGANGSZEILE            PIC X(220).
       01 WS-ID-ANZEIGE               PIC X(06).

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==EIN-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==AUS-UMS==.
       COPY "laufstat.cpy".
       COPY "herkunft.cpy".
       COPY "kampagne.cpy".
       COPY "werbsp.cpy".
       COPY "sendhist.cpy".
       COPY "zweitadr.cpy".
       COPY "ortzeile.cpy".

       LOCAL-STORAGE SECTION.

         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3) WS-WORT(4)
         END-UNSTRING.
         PERFORM B000-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 4.
         SET ENVIRONMENT "BUEROEIN"
             TO FUNCTION TRIM(WS-EINGABE-NAME).
         SET ENVIRONMENT "BSTEIN"
                 PERFORM D000-GLEICHE-BESTAETIGUNG-AB
             WHEN OTHER
                 DISPLAY "BUERO: Aufruf: buero SENDEN [IN=datei] "
                     "[VERSANDTAG=jjjjmmtt] "
                     "oder buero ABGLEICH [BST=datei]"
                 STOP RUN RETURNING 1
         END-EVALUATE.
             WHEN WS-WORT(WS-WORT-INDEX)(1:4) = "BST="
                 MOVE WS-WORT(WS-WORT-INDEX)(5:40)
                     TO WS-BEST-NAME
             WHEN WS-WORT(WS-WORT-INDEX)(1:11) = "VERSANDTAG="
                 MOVE WS-WORT(WS-WORT-INDEX)(12:8) TO WS-VERSANDTAG
             WHEN OTHER
                 DISPLAY "BUERO: unbekannter Parameter "
                     FUNCTION TRIM(WS-WORT(WS-WORT-INDEX))
         IF NOT ENDE-DER-EINGABE
             PERFORM U100-PRUEFE-EINGABEKOPF
         END-IF.
         PERFORM V000-BEGINNE-ZWEITANSCHRIFT.
         PERFORM W000-BEGINNE-WERBESPERRE.
         PERFORM S000-BEGINNE-VERSANDHISTORIE.
         MOVE "BUEROAUS" TO AUS-UMS-KENNUNG.
         MOVE "buero" TO AUS-UMS-PROGRAMM.
         IF EIN-UMS-GENERATION > ZERO
         MOVE AUS-UMS-SATZBILD TO AUSGANG-SATZ.
         PERFORM C400-SCHREIBE-AUSGANGSSATZ.
         CLOSE ADDRESS-MASTER AUSGANG-DATEI.
         MOVE "ABSCHLUSS" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.
         MOVE "ABSCHLUSS" TO SNH-FUNKTION.
         CALL "sendhist" USING SNH-BLOCK.
         MOVE "ABSCHLUSS" TO ZWA-FUNKTION.
         CALL "zweitadr" USING ZWA-BLOCK.
         DISPLAY "BUERO: gesendet " WS-GESENDET-ZAEHLER
             " Etiketten nach BUEROAUS.DAT, Werbesperre "
             WS-GESPERRT-ZAEHLER ", geloescht " WS-GELOESCHT-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "buero   " TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GESENDET-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         ADD 1 TO WS-GELESEN-ZAEHLER.
      * Logisch geloeschte Adressen gehen nicht an das Druckbuero.
         IF ADR-GELOESCHT
             ADD 1 TO WS-GELOESCHT-ZAEHLER
             PERFORM C100-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         PERFORM V100-WENDE-ZWEITANSCHRIFT-AN.
         PERFORM W100-PRUEFE-WERBESPERRE.
         IF WBS-GESPERRT
             ADD 1 TO WS-GESPERRT-ZAEHLER
             PERFORM C100-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         MOVE ADR-ID TO WS-ID-ANZEIGE.
         MOVE ADR-ORTSANGABE TO ORTZ-ORTSANGABE.
         CALL "ortzeile" USING ORTZ-BLOCK.
         MOVE SPACES TO WS-AUSGANGSZEILE.
         STRING WS-ID-ANZEIGE ";"
             FUNCTION TRIM(ADR-NAME) ";"
             FUNCTION TRIM(ADR-ABTEILUNG) ";"
             FUNCTION TRIM(ADR-ORGANISATION) ";"
             FUNCTION TRIM(ADR-STRASSE) ";"
             FUNCTION TRIM(ORTZ-ZEILE) ";"
             FUNCTION TRIM(ADR-LAND)
             DELIMITED BY SIZE INTO WS-AUSGANGSZEILE.
         MOVE WS-AUSGANGSZEILE TO AUSGANG-SATZ.
         MOVE "SUMME" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         ADD 1 TO WS-GESENDET-ZAEHLER.
         PERFORM S100-SCHREIBE-VERSANDHISTORIE.
         PERFORM C100-LIES-ADRESSE-SATZ.

       C400-SCHREIBE-AUSGANGSSATZ.
             STOP RUN RETURNING 1
         END-IF.

      * Zweitanschriften: die am Versandtag gueltigen Eintraege
      * aus ZWEITADR.DAT laden (CALL "zweitadr").
       V000-BEGINNE-ZWEITANSCHRIFT.
         MOVE "buero" TO ZWA-PROGRAMM.
         MOVE WS-VERSANDTAG TO ZWA-STICHTAG.
         MOVE "ANFANG" TO ZWA-FUNKTION.
         CALL "zweitadr" USING ZWA-BLOCK.
         IF ZWA-STATUS NOT = "00"
             DISPLAY "BUERO: Zweitanschriften nicht verfuegbar "
                 "(Status " ZWA-STATUS ", VERSANDTAG="
                 WS-VERSANDTAG ")"
             STOP RUN RETURNING 1
         END-IF.

      * Die Umschlagsumme ist schon ueber den gelesenen Satz
      * gebildet; ab hier gilt die Versandanschrift.
       V100-WENDE-ZWEITANSCHRIFT-AN.
         MOVE ADRESSE-SATZ TO ZWA-ADRESSE.
         MOVE "ANWENDEN" TO ZWA-FUNKTION.
         CALL "zweitadr" USING ZWA-BLOCK.
         MOVE ZWA-ADRESSE TO ADRESSE-SATZ.

      * Versandhistorie: der anonyme Lauf zaehlt als Kampagne 1.
       S000-BEGINNE-VERSANDHISTORIE.
         MOVE "buero" TO SNH-PROGRAMM.
         IF EIN-UMS-GENERATION > 1
             MOVE EIN-UMS-GENERATION TO SNH-KAMPAGNE
         ELSE
             MOVE 1 TO SNH-KAMPAGNE
         END-IF.
         MOVE WS-VERSANDTAG TO SNH-VERSANDTAG.
         SET SNH-DRUCKBUERO TO TRUE.
         MOVE "ANFANG" TO SNH-FUNKTION.
         CALL "sendhist" USING SNH-BLOCK.
         IF SNH-STATUS NOT = "00"
             DISPLAY "BUERO: Versandhistorie SENDHIST.DAT nicht "
                 "beschreibbar (Status " SNH-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       S100-SCHREIBE-VERSANDHISTORIE.
         MOVE ADR-ID TO SNH-ID.
         MOVE "SCHREIBEN" TO SNH-FUNKTION.
         CALL "sendhist" USING SNH-BLOCK.
         IF SNH-STATUS NOT = "00"
             DISPLAY "BUERO: Fehler beim Schreiben der "
                 "Versandhistorie (Status " SNH-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

      * Werbesperre: Sperrdatei laden und Sperrbericht eroeffnen;
      * ob die Kampagne eine Pflichtsendung ist, ermittelt werbsp
      * aus dem Kampagnenjournal.
       W000-BEGINNE-WERBESPERRE.
         MOVE "buero" TO WBS-PROGRAMM.
         IF EIN-UMS-GENERATION > 1
             MOVE EIN-UMS-GENERATION TO WBS-KAMPAGNE
         ELSE
             MOVE ZERO TO WBS-KAMPAGNE
         END-IF.
         MOVE "N" TO WBS-AMTLICH.
         MOVE "ANFANG" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.
         IF WBS-STATUS NOT = "00"
             DISPLAY "BUERO: Werbesperre nicht verfuegbar "
                 "(Status " WBS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       W100-PRUEFE-WERBESPERRE.
         MOVE ADR-ID TO WBS-ID.
         MOVE ADR-NAME TO WBS-NAME.
         MOVE "PRUEFEN" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.
         IF WBS-STATUS NOT = "00"
             DISPLAY "BUERO: Fehler im Sperrbericht "
                 "(Status " WBS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       U100-PRUEFE-EINGABEKOPF.
         MOVE "J" TO WS-KOPF-GEPRUEFT-SCHALTER.
         MOVE ADRESSE-SATZ TO EIN-UMS-SATZBILD.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Herkunftsprotokoll: Eingabe zu BUEROAUS.DAT.
       Z900-MELDE-HERKUNFT.
         MOVE "buero" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE WS-EINGABE-NAME TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
      * Ersatzanschrift und Unterdrueckung; ADRXREF.DAT braucht
      * nur der ABGLEICH, SENDHIST.DAT wird nur fortgeschrieben.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE "ZWEITADR.DAT" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "WERBSPERRE.DAT" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         IF EIN-UMS-GENERATION > 1
             MOVE "KAMPAGNE.DAT" TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "BUEROAUS.DAT" TO HKF-DATEI.
         MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "BUERO: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM buero.

      * vim:ai sw=4 sts=4 expandtab
