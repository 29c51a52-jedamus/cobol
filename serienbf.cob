      * eine Briefvorlage (Standard BRIEF.TPL, sonst TPL=<name>
      * fuer <name>.TPL) mit Platzhaltern der Form &FELDNAME&
      * (ADR-ID, ADR-NAME, ADR-ABTEILUNG, ADR-ORGANISATION,
      * ADR-STRASSE, ADR-ORT, ADR-STAAT, ADR-PLZ, ADR-LAND und
      * ADR-ORT-STAAT-PLZ fuer die zusammengesetzte Ortszeile;
      * jede Vorlagenzeile wird woertlich uebernommen, nur die
      * Platzhalter werden durch den getrimmten Feldinhalt
      * ersetzt) und mischt jeden Satz
      * der Kampagnenauswahl ADRWAHL.DAT (Umschlag wird geprueft,
      * erster Laufparameter ohne = ueberschreibt den
      * Eingabenamen) hinein: je Empfaenger ein Brief mit
      * GEDRUCKT geschrieben, genau wie beim Etikettendruck.
      * Eine Vorlage mit unbekanntem Platzhalter bricht den Lauf
      * vor dem ersten Brief ab.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Werbesperre: jeder Empfaenger wird gegen die Sperrdatei
      *     WERBSPERRE.DAT geprueft (CALL "werbsp", siehe
      *     werbsp.cpy); gesperrte Empfaenger bekommen keinen
      *     Brief, ausser die Kampagne ist im Kampagnenjournal als
      *     Pflichtsendung (AMTLICH) markiert. Jeder Lauf schreibt
      *     den Sperrbericht WERBSPERRE-SERIENBF.RPT, bei
      *     Kampagnen geht die Anzahl als Stufe SPERRE in das
      *     Journal.
      *   - Neuer Adresssatz (siehe adresse.cpy): zusaetzliche
      *     Platzhalter &ADR-STRASSE&, &ADR-ORT&, &ADR-STAAT& und
      *     &ADR-PLZ&; &ADR-ORT-STAAT-PLZ& liefert die aus Ort,
      *     Staat und PLZ zusammengesetzte Ortszeile (CALL
      *     "ortzeile", siehe ortzeile.cpy).
      *   - Zweitanschriften: jeder Brief geht an die am Versandtag
      *     gueltige Zweitanschrift aus ZWEITADR.DAT, sofern es eine
      *     gibt (CALL "zweitadr", siehe zweitadr.cpy). Neuer
      *     Laufparameter VERSANDTAG=JJJJMMTT (Standard: heute).
      *   - Neuer Platzhalter &LESEZEILE&: die maschinenlesbare
      *     Zeile #NNNNNNPPPPPC (ADR-ID, PLZ, Pruefziffer, CALL
      *     "pruefzif", siehe pruefzif.cpy) wie im Etikettendruck,
      *     damit Antwortbriefe (z.B. die Adressbestaetigung von
      *     adrbest mit BESTAET.TPL) per Lesegeraet erfasst werden.
      *     Ohne fuenfstellig numerische PLZ steht 00000.
      *   - Versandhistorie: jeder gedruckte Brief geht mit ADR-ID,
      *     Kampagne, Versandtag und Kanal B als Zeile in
      *     SENDHIST.DAT (CALL "sendhist", siehe sendhist.cpy);
      *     adrwahl prueft daran die Kontaktgrenze.
      *   - Lagerbestand (siehe lager.cpy): vor dem Druck zaehlt
      *     der Lauf die Nutzsaetze der Eingabe und warnt, wenn
      *     Briefpapier oder Umschlaege dafuer nicht reichen; am
      *     Ende bucht er je Brief (eine Seite) ein Blatt
      *     BRIEFPAPIER und einen UMSCHLAG nach LAGERBEW.DAT (CALL
      *     "lager"). Ein nicht buchbares Lager wird gemeldet und
      *     haelt den Druck nicht an.
      *   - Druckwarteschlange: SERIENBF.DAT wird am Ende als
      *     Druckauftrag BRIEF auf Material PAPIER angemeldet (CALL
      *     "druckq", siehe druckq.cpy); Zuweisung, Freigabe und
      *     Neustart ab Seite macht der Operator mit druckst.
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Logisch geloeschte Adressen (ADR-LOESCHKZ G, siehe
      *     adresse.cpy) bekommen keinen Brief und zaehlen nicht in
      *     den Papierbedarf der Lagerpruefung; ihre Anzahl steht in
      *     der Schlussmeldung.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. serienbf.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(40) OCCURS 4 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.
       01 WS-VERSANDTAG               PIC X(08)   VALUE SPACES.

       01 WS-EINGABE-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-EINGABE                     VALUE "J".
       01 WS-ZEILEN-POS               PIC 9(03)   COMP VALUE ZERO.
       01 WS-TEIL-LAENGE              PIC 9(03)   COMP VALUE ZERO.
       01 WS-ID-ANZEIGE               PIC X(06).
       01 WS-LESEZEILE.
          05 FILLER                   PIC X(01)   VALUE "#".
          05 WS-LSZ-ID                PIC 9(06).
          05 WS-LSZ-PLZ               PIC X(05).
          05 WS-LSZ-PRUEFZIFFER       PIC 9(01).

       01 WS-BRIEF-ZAEHLER            PIC 9(09)   COMP VALUE ZERO.
       01 WS-ZEILEN-ZAEHLER           PIC 9(09)   COMP VALUE ZERO.
       01 WS-GELESEN-ZAEHLER          PIC 9(09)   COMP VALUE ZERO.
       01 WS-GESPERRT-ZAEHLER         PIC 9(09)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(09)   COMP VALUE ZERO.
       01 WS-VORAB-ZAEHLER            PIC 9(09)   COMP VALUE ZERO.
       01 WS-LAGER-MENGE              PIC 9(09)   COMP VALUE ZERO.
       01 WS-LAGER-ANZEIGE            PIC ---------9.
       01 WS-BEDARF-ANZEIGE           PIC ZZZZZZZZ9.

       01 WS-SEITENKOPF-SATZ.
          05 FILLER                   PIC X(11)   VALUE "---- SEITE ".
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==BRF-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".
       COPY "kampagne.cpy".
       COPY "werbsp.cpy".
       COPY "zweitadr.cpy".
       COPY "ortzeile.cpy".
       COPY "pruefzif.cpy".
       COPY "sendhist.cpy".
       COPY "lager.cpy".
       COPY "druckq.cpy".

       LOCAL-STORAGE SECTION.

         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3) WS-WORT(4)
         END-UNSTRING.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 4.
         SET ENVIRONMENT "ADRESSEIN"
             TO FUNCTION TRIM(WS-EINGABE-NAME).
         SET ENVIRONMENT "TPLEIN"
             TO FUNCTION TRIM(WS-VORLAGE-DATEINAME).

         PERFORM T000-LADE-VORLAGE.
         PERFORM V000-BEGINNE-ZWEITANSCHRIFT.
         PERFORM J000-PRUEFE-LAGERBESTAND.

         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
         IF NOT ENDE-DER-EINGABE
             PERFORM U100-PRUEFE-EINGABEKOPF
         END-IF.
         PERFORM W000-BEGINNE-WERBESPERRE.
         PERFORM S000-BEGINNE-VERSANDHISTORIE.

         OPEN OUTPUT BRIEF-DATEI.
         IF NOT BRIEF-STATUS-OK
         MOVE BRF-UMS-SATZBILD TO BRIEF-SATZ.
         PERFORM E100-SCHREIBE-BRIEFSATZ.
         CLOSE ADDRESS-MASTER BRIEF-DATEI.
         MOVE "ABSCHLUSS" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.
         MOVE "ABSCHLUSS" TO SNH-FUNKTION.
         CALL "sendhist" USING SNH-BLOCK.
         MOVE "ABSCHLUSS" TO ZWA-FUNKTION.
         CALL "zweitadr" USING ZWA-BLOCK.
         IF WS-BRIEF-ZAEHLER > ZERO
             MOVE "BRIEFPAPIER" TO LAG-SORTE
             PERFORM J200-BUCHE-VERBRAUCH
             MOVE "UMSCHLAG" TO LAG-SORTE
             PERFORM J200-BUCHE-VERBRAUCH
             PERFORM Q000-MELDE-DRUCKAUFTRAG
         END-IF.

         DISPLAY "SERIENBF: Briefe " WS-BRIEF-ZAEHLER
             ", Zeilen " WS-ZEILEN-ZAEHLER
             ", Werbesperre " WS-GESPERRT-ZAEHLER
             ", geloescht " WS-GELOESCHT-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "serienbf" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-BRIEF-ZAEHLER TO STAT-SAETZE-AUS.
                 STRING FUNCTION TRIM(
                     WS-WORT(WS-WORT-INDEX)(5:20)) ".TPL"
                     DELIMITED BY SIZE INTO WS-VORLAGE-DATEINAME
             WHEN WS-WORT(WS-WORT-INDEX)(1:11) = "VERSANDTAG="
                 MOVE WS-WORT(WS-WORT-INDEX)(12:8) TO WS-VERSANDTAG
             WHEN OTHER
                 MOVE WS-WORT(WS-WORT-INDEX) TO WS-EINGABE-NAME
         END-EVALUATE.
             AND WS-TEIL(WS-TEIL-INDEX) NOT = "ADR-NAME"
             AND WS-TEIL(WS-TEIL-INDEX) NOT = "ADR-ABTEILUNG"
             AND WS-TEIL(WS-TEIL-INDEX) NOT = "ADR-ORGANISATION"
             AND WS-TEIL(WS-TEIL-INDEX) NOT = "ADR-STRASSE"
             AND WS-TEIL(WS-TEIL-INDEX) NOT = "ADR-ORT"
             AND WS-TEIL(WS-TEIL-INDEX) NOT = "ADR-STAAT"
             AND WS-TEIL(WS-TEIL-INDEX) NOT = "ADR-PLZ"
             AND WS-TEIL(WS-TEIL-INDEX) NOT = "ADR-ORT-STAAT-PLZ"
             AND WS-TEIL(WS-TEIL-INDEX) NOT = "ADR-LAND"
             AND WS-TEIL(WS-TEIL-INDEX) NOT = "LESEZEILE"
             DISPLAY "SERIENBF: unbekannter Platzhalter &"
                 FUNCTION TRIM(WS-TEIL(WS-TEIL-INDEX))
                 "& in Zeile " WS-VORLAGEN-ANZAHL
         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         ADD 1 TO WS-GELESEN-ZAEHLER.
      * Logisch geloeschte Adressen bekommen keinen Brief.
         IF ADR-GELOESCHT
             ADD 1 TO WS-GELOESCHT-ZAEHLER
             PERFORM B000-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         PERFORM V100-WENDE-ZWEITANSCHRIFT-AN.
         PERFORM W100-PRUEFE-WERBESPERRE.
         IF WBS-GESPERRT
             ADD 1 TO WS-GESPERRT-ZAEHLER
             PERFORM B000-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-BRIEF-ZAEHLER.
         PERFORM S100-SCHREIBE-VERSANDHISTORIE.
         MOVE WS-BRIEF-ZAEHLER TO WS-SEITENKOPF-NUMMER.
         MOVE WS-SEITENKOPF-SATZ TO WS-AUSGABE-ZEILE.
         PERFORM E000-SCHREIBE-ZEILE.
                 MOVE ADR-ABTEILUNG TO WS-FELDWERT
             WHEN "ADR-ORGANISATION"
                 MOVE ADR-ORGANISATION TO WS-FELDWERT
             WHEN "ADR-STRASSE"
                 MOVE ADR-STRASSE TO WS-FELDWERT
             WHEN "ADR-ORT"
                 MOVE ADR-ORT TO WS-FELDWERT
             WHEN "ADR-STAAT"
                 MOVE ADR-STAAT TO WS-FELDWERT
             WHEN "ADR-PLZ"
                 MOVE ADR-PLZ TO WS-FELDWERT
             WHEN "ADR-ORT-STAAT-PLZ"
                 MOVE ADR-ORTSANGABE TO ORTZ-ORTSANGABE
                 CALL "ortzeile" USING ORTZ-BLOCK
                 MOVE ORTZ-ZEILE TO WS-FELDWERT
             WHEN "ADR-LAND"
                 MOVE ADR-LAND TO WS-FELDWERT
             WHEN "LESEZEILE"
                 PERFORM M000-BAUE-LESEZEILE
                 MOVE WS-LESEZEILE TO WS-FELDWERT
         END-EVALUATE.

      * Lesezeile wie in adrnachdr: die PLZ gilt nur
      * fuenfstellig numerisch, sonst steht 00000.
       M000-BAUE-LESEZEILE.
         MOVE ADR-ID TO WS-LSZ-ID.
         IF ADR-PLZ(1:5) IS NUMERIC AND ADR-PLZ(6:5) = SPACES
             MOVE ADR-PLZ(1:5) TO WS-LSZ-PLZ
         ELSE
             MOVE "00000" TO WS-LSZ-PLZ
         END-IF.
         MOVE WS-LESEZEILE(2:11) TO PZF-ZIFFERN.
         CALL "pruefzif" USING PZF-BLOCK.
         MOVE PZF-PRUEFZIFFER TO WS-LSZ-PRUEFZIFFER.

       E000-SCHREIBE-ZEILE.
         ADD 1 TO WS-ZEILEN-ZAEHLER.
         MOVE WS-AUSGABE-ZEILE TO BRIEF-SATZ.

      * Zerlegt VORLAGE-SATZ an den &-Zeichen in bis zu sieben
      * Teile (drei Platzhalter je Zeile genuegen).
      * Werbesperre: Sperrdatei laden und Sperrbericht eroeffnen;
      * ob die Kampagne eine Pflichtsendung ist, ermittelt werbsp
      * aus dem Kampagnenjournal.
       W000-BEGINNE-WERBESPERRE.
         MOVE "serienbf" TO WBS-PROGRAMM.
         IF EIN-UMS-GENERATION > 1
             MOVE EIN-UMS-GENERATION TO WBS-KAMPAGNE
         ELSE
             MOVE ZERO TO WBS-KAMPAGNE
         END-IF.
         MOVE "N" TO WBS-AMTLICH.
         MOVE "ANFANG" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.
         IF WBS-STATUS NOT = "00"
             DISPLAY "SERIENBF: Werbesperre nicht verfuegbar "
                 "(Status " WBS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       W100-PRUEFE-WERBESPERRE.
         MOVE ADR-ID TO WBS-ID.
         MOVE ADR-NAME TO WBS-NAME.
         MOVE "PRUEFEN" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.
         IF WBS-STATUS NOT = "00"
             DISPLAY "SERIENBF: Fehler im Sperrbericht "
                 "(Status " WBS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

      * Versandhistorie: der anonyme Lauf zaehlt als Kampagne 1.
       S000-BEGINNE-VERSANDHISTORIE.
         MOVE "serienbf" TO SNH-PROGRAMM.
         IF EIN-UMS-GENERATION > 1
             MOVE EIN-UMS-GENERATION TO SNH-KAMPAGNE
         ELSE
             MOVE 1 TO SNH-KAMPAGNE
         END-IF.
         MOVE WS-VERSANDTAG TO SNH-VERSANDTAG.
         SET SNH-BRIEF TO TRUE.
         MOVE "ANFANG" TO SNH-FUNKTION.
         CALL "sendhist" USING SNH-BLOCK.
         IF SNH-STATUS NOT = "00"
             DISPLAY "SERIENBF: Versandhistorie SENDHIST.DAT nicht "
                 "beschreibbar (Status " SNH-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       S100-SCHREIBE-VERSANDHISTORIE.
         MOVE ADR-ID TO SNH-ID.
         MOVE "SCHREIBEN" TO SNH-FUNKTION.
         CALL "sendhist" USING SNH-BLOCK.
         IF SNH-STATUS NOT = "00"
             DISPLAY "SERIENBF: Fehler beim Schreiben der "
                 "Versandhistorie (Status " SNH-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

      * Zweitanschriften: die am Versandtag gueltigen Eintraege
      * aus ZWEITADR.DAT laden (CALL "zweitadr").
       V000-BEGINNE-ZWEITANSCHRIFT.
         MOVE "serienbf" TO ZWA-PROGRAMM.
         MOVE WS-VERSANDTAG TO ZWA-STICHTAG.
         MOVE "ANFANG" TO ZWA-FUNKTION.
         CALL "zweitadr" USING ZWA-BLOCK.
         IF ZWA-STATUS NOT = "00"
             DISPLAY "SERIENBF: Zweitanschriften nicht verfuegbar "
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

      * Lagerbestand: die Nutzsaetze der Eingabe vorab zaehlen;
      * je Brief ein Blatt und ein Umschlag. Gesperrte Empfaenger
      * sind noch nicht abgezogen - die Vorschau ist eine
      * Obergrenze. Laesst sich die Eingabe nicht eroeffnen,
      * meldet das gleich der eigentliche OPEN.
       J000-PRUEFE-LAGERBESTAND.
         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-VORAB-ZAEHLER.
         PERFORM B000-LIES-ADRESSE-SATZ.
         PERFORM J100-ZAEHLE-NUTZSATZ
             UNTIL ENDE-DER-EINGABE.
         CLOSE ADDRESS-MASTER.
         MOVE "N" TO WS-EINGABE-ENDE-SCHALTER.
         IF WS-VORAB-ZAEHLER = ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-VORAB-ZAEHLER TO WS-LAGER-MENGE.
         MOVE "BRIEFPAPIER" TO LAG-SORTE.
         PERFORM J050-PRUEFE-SORTE.
         MOVE "UMSCHLAG" TO LAG-SORTE.
         PERFORM J050-PRUEFE-SORTE.

       J050-PRUEFE-SORTE.
         MOVE "serienbf" TO LAG-PROGRAMM.
         MOVE "HOLEN" TO LAG-FUNKTION.
         CALL "lager" USING LAG-BLOCK.
         IF LAG-STATUS NOT = "00"
             DISPLAY "SERIENBF: Lagerbestand "
                 FUNCTION TRIM(LAG-SORTE)
                 " nicht pruefbar, Status " LAG-STATUS
             EXIT PARAGRAPH
         END-IF.
         IF LAG-BESTAND < WS-LAGER-MENGE
             MOVE WS-LAGER-MENGE TO WS-BEDARF-ANZEIGE
             MOVE LAG-BESTAND TO WS-LAGER-ANZEIGE
             DISPLAY "SERIENBF: Warnung: Lagerbestand reicht nicht: "
                 FUNCTION TRIM(LAG-SORTE)
                 " BEDARF " FUNCTION TRIM(WS-BEDARF-ANZEIGE)
                 " BESTAND " FUNCTION TRIM(WS-LAGER-ANZEIGE)
         END-IF.

       J100-ZAEHLE-NUTZSATZ.
         IF ADRESSE-SATZ(1:2) NOT = "UK"
             AND ADRESSE-SATZ(1:2) NOT = "UE"
             AND NOT ADR-GELOESCHT
             ADD 1 TO WS-VORAB-ZAEHLER
         END-IF.
         PERFORM B000-LIES-ADRESSE-SATZ.

      * Verbrauch der Sorte LAG-SORTE buchen: je Brief ein Stueck.
       J200-BUCHE-VERBRAUCH.
         MOVE "serienbf" TO LAG-PROGRAMM.
         SET LAG-VERBRAUCH TO TRUE.
         MOVE WS-BRIEF-ZAEHLER TO LAG-MENGE.
         MOVE SPACES TO LAG-BELEG.
         IF EIN-UMS-GENERATION > 1
             STRING "KAMPAGNE " EIN-UMS-GENERATION
                 DELIMITED BY SIZE INTO LAG-BELEG
         ELSE
             MOVE WS-EINGABE-NAME TO LAG-BELEG
         END-IF.
         MOVE "BUCHEN" TO LAG-FUNKTION.
         CALL "lager" USING LAG-BLOCK.
         IF LAG-STATUS NOT = "00"
             DISPLAY "SERIENBF: Lagerbuchung "
                 FUNCTION TRIM(LAG-SORTE)
                 " nicht moeglich, Status " LAG-STATUS
         END-IF.

      * SERIENBF.DAT als Druckauftrag in die Warteschlange (siehe
      * druckq.cpy).
       Q000-MELDE-DRUCKAUFTRAG.
         MOVE "serienbf" TO DQ-PROGRAMM.
         MOVE "BRIEF" TO DQ-ART.
         MOVE "SERIENBF.DAT" TO DQ-DATEI.
         MOVE "PAPIER" TO DQ-MATERIAL.
         IF EIN-UMS-GENERATION > 1
             MOVE EIN-UMS-GENERATION TO DQ-KAMPAGNE
         ELSE
             MOVE ZERO TO DQ-KAMPAGNE
         END-IF.
         MOVE "ANMELDEN" TO DQ-FUNKTION.
         CALL "druckq" USING DQ-BLOCK.
         IF DQ-STATUS NOT = "00"
             DISPLAY "SERIENBF: Druckauftrag nicht angemeldet, "
                 "Status " DQ-STATUS
         ELSE
             DISPLAY "SERIENBF: Druckauftrag " DQ-JOB " mit "
                 DQ-SEITEN " Seiten angemeldet"
         END-IF.

       Z000-ZERLEGE-ZEILE.
         MOVE SPACES TO WS-TEILE.
         MOVE ZERO TO WS-TEIL-ANZAHL.
             TALLYING IN WS-TEIL-ANZAHL
         END-UNSTRING.

      * Herkunftsprotokoll: Eingabe und Vorlage zur Briefdatei.
       Z900-MELDE-HERKUNFT.
         MOVE "serienbf" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE WS-EINGABE-NAME TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE WS-VORLAGE-DATEINAME TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "SERIENBF.DAT" TO HKF-DATEI.
         MOVE BRF-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "SERIENBF: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM serienbf.

      * vim:ai sw=4 sts=4 expandtab
