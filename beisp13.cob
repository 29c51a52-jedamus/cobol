      *     der Retourenlauf zurueckgekommene Stuecke ohne
      *     Entziffern verregneter Namen zuordnen kann. Ohne
      *     Vorlage waechst die Blockhoehe dafuer auf 6.
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Werbesperre: jeder Empfaenger wird nach der
      *     Retourenpruefung gegen die Sperrdatei WERBSPERRE.DAT
      *     geprueft (CALL "werbsp", siehe werbsp.cpy); gesperrte
      *     Empfaenger werden nicht gedruckt, ausser die Kampagne
      *     ist im Kampagnenjournal als Pflichtsendung (AMTLICH)
      *     markiert. Jeder Lauf schreibt den Sperrbericht
      *     WERBSPERRE-BEISP13.RPT, bei Kampagnen geht die Anzahl
      *     als Stufe SPERRE in das Journal. Neue Meldung BEI-007.
      *   - Neuer Adresssatz (siehe adresse.cpy): das Standard-
      *     layout druckt jetzt zusaetzlich die Zustellzeile
      *     ADR-STRASSE; die Ortszeile wird aus ADR-ORT, ADR-STAAT
      *     und ADR-PLZ zusammengesetzt (CALL "ortzeile", siehe
      *     ortzeile.cpy). Blockhoehe ohne Vorlage damit 6, mit
      *     LESEZEILE 7. Vorlagen kennen zusaetzlich die Felder
      *     ADR-STRASSE, ADR-ORT, ADR-STAAT und ADR-PLZ;
      *     ADR-ORT-STAAT-PLZ liefert die zusammengesetzte
      *     Ortszeile. Die PLZ der Lesezeile kommt direkt aus
      *     ADR-PLZ statt aus der Suche in der Ortszeile.
      *   - Zweitanschriften: jeder gelesene Satz bekommt vor dem
      *     Druck die am Versandtag gueltige Zweitanschrift aus
      *     ZWEITADR.DAT (CALL "zweitadr", siehe zweitadr.cpy). Neuer
      *     Laufparameter VERSANDTAG=JJJJMMTT (Standard: heute); die
      *     Kommandozeile fasst dafuer jetzt sieben Woerter.
      *   - Versandhistorie: jedes gedruckte Etikett geht mit ADR-ID,
      *     Kampagne, Versandtag und Kanal E als Zeile in
      *     SENDHIST.DAT (CALL "sendhist", siehe sendhist.cpy);
      *     adrwahl prueft daran die Kontaktgrenze. Neue Meldung
      *     BEI-009.
      *   - Lagerbestand (siehe lager.cpy): vor dem Druck zaehlt
      *     der Lauf die Nutzsaetze der Eingabe und warnt (Meldung
      *     BEI-011), wenn der absehbare Verbrauch den Bestand
      *     uebersteigt; am Ende bucht er den Verbrauch aus den
      *     Trailerzahlen und der Bahnengeometrie nach LAGERBEW.DAT
      *     (CALL "lager"): bei MATERIAL=BOGEN (Standard) ein Bogen
      *     ETIKBOGEN1-3 je angefangene WS-BLOECKE-PRO-SEITE
      *     Etikettenreihen, bei MATERIAL=ROLLE je Reihe so viele
      *     ETIKROLLE, wie Bahnen nebeneinander laufen. Die
      *     Kommandozeile fasst dafuer acht Woerter; ein nicht
      *     buchbares Lager meldet BEI-010 und haelt den Druck
      *     nicht an.
      *   - Druckwarteschlange: nach dem Schliessen wird
      *     ZEILENDRUCK.DAT als Druckauftrag ETIKETT mit Material
      *     und Kampagne angemeldet (CALL "druckq", siehe
      *     druckq.cpy); der Operator weist ihn mit druckst einem
      *     Drucker zu und kann ab einer Seite neu starten. Eine
      *     gescheiterte Anmeldung meldet BEI-012 und haelt den
      *     Lauf nicht an.
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Logisch geloeschte Adressen (ADR-LOESCHKZ G, siehe
      *     adresse.cpy) werden nie gedruckt und zaehlen nicht in
      *     den Etikettenbedarf der Lagerpruefung; ihre Anzahl wird
      *     am Laufende gemeldet.
      *   - Herkunftsprotokoll: auch LAND.TAB, ZWEITADR.DAT,
      *     WERBSPERRE.DAT und bei Kampagnen KAMPAGNE.DAT (Stufe
      *     AMTLICH) werden als Eingaben gemeldet.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. beisp13.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(40) OCCURS 8 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.
       01 WS-ARG-ANZAHL               PIC X(10)   VALUE SPACES.
       01 WS-ARG-ABSTAND              PIC X(10)   VALUE SPACES.
       01 WS-MITRETOUREN-SCHALTER     PIC X(01)   VALUE "N".
          88 MIT-RETOUREN                         VALUE "J".
       01 WS-VERSANDTAG               PIC X(08)   VALUE SPACES.
       01 WS-MATERIAL                 PIC X(05)   VALUE "BOGEN".
          88 MATERIAL-BOGEN                       VALUE "BOGEN".
          88 MATERIAL-ROLLE                       VALUE "ROLLE".
       01 WS-RETOUREN-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-LESEZEILE-SCHALTER       PIC X(01)   VALUE "N".
          88 MIT-LESEZEILE                        VALUE "J".
       01 WS-LESEZEILE.
          05 WS-LSZ-PLZ               PIC X(05).
          05 WS-LSZ-PRUEFZIFFER       PIC 9(01).
       01 WS-PLZ                      PIC X(05).

       01 WS-VORLAGE-NAME             PIC X(20)   VALUE SPACES.
       01 WS-VORLAGE-DATEINAME        PIC X(40)   VALUE SPACES.
       01 WS-VORLAGEN-ANZAHL          PIC 9(02)   COMP VALUE ZERO.
       01 WS-VORLAGEN-MAXIMUM         PIC 9(02)   COMP VALUE 8.
       01 WS-VORLAGEN-INDEX           PIC 9(02)   COMP VALUE ZERO.
       01 WS-BLOCK-HOEHE              PIC 9(02)   COMP VALUE 6.
       01 WS-BLOCK-ZEILE              PIC 9(02)   COMP VALUE ZERO.
       01 WS-FELDZEILE                PIC X(40).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
       01 WS-BLOCK-AUF-SEITE          PIC 9(02)   COMP VALUE ZERO.
       01 WS-SEITEN-ZAEHLER           PIC 9(03)   COMP VALUE ZERO.

      * Lagerbuchung: Etikettenreihen aus den Trailerzahlen (bzw.
      * vor dem Druck aus der Satzanzahl), daraus Sorte und Menge.
       01 WS-VORAB-ZAEHLER            PIC 9(09)   COMP VALUE ZERO.
       01 WS-ETIKETTENREIHEN          PIC 9(09)   COMP VALUE ZERO.
       01 WS-LAGER-MENGE              PIC 9(09)   COMP VALUE ZERO.
       01 WS-BAHN-ZIFFER              PIC 9(01).
       01 WS-LAGER-ANZEIGE            PIC ---------9.
       01 WS-BEDARF-ANZEIGE           PIC ZZZZZZZZ9.

       01 WS-SEITENKOPF-SATZ.
          05 FILLER                   PIC X(11)   VALUE "---- SEITE ".
          05 WS-SEITENKOPF-NUMMER     PIC ZZ9.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==DRK-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".
       COPY "meldung.cpy".
       COPY "kampagne.cpy".
       COPY "pruefzif.cpy".
       COPY "ortzeile.cpy".
       COPY "werbsp.cpy".
       COPY "zweitadr.cpy".
       COPY "sendhist.cpy".
       COPY "lager.cpy".
       COPY "druckq.cpy".

       LOCAL-STORAGE SECTION.

         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3)
                  WS-WORT(4) WS-WORT(5) WS-WORT(6) WS-WORT(7)
                  WS-WORT(8)
         END-UNSTRING.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 8.
         PERFORM H000-PRUEFE-LAYOUT-PARAMETER.
         PERFORM L000-LADE-LAENDER.
         PERFORM V000-BEGINNE-ZWEITANSCHRIFT.
         IF WS-VORLAGE-NAME NOT = SPACES
             PERFORM T000-LADE-VORLAGE
         END-IF.
      * Die Lesezeile braucht eine freie Zeile am Blockende; ohne
      * Vorlage waechst die Blockhoehe dafuer von 6 auf 7.
         IF MIT-LESEZEILE
             IF WS-VORLAGEN-ANZAHL = ZERO
                 MOVE 7 TO WS-BLOCK-HOEHE
             ELSE
                 IF WS-VORLAGEN-ANZAHL NOT LESS WS-BLOCK-HOEHE
                     DISPLAY "BEISP13: LESEZEILE braucht eine "
         END-IF.
         SET ENVIRONMENT "ADRESSEIN"
             TO FUNCTION TRIM(WS-EINGABE-NAME).
         PERFORM J000-PRUEFE-LAGERBESTAND.
         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             MOVE "BEI-001" TO MELD-NUMMER
             DISPLAY "BEISP13: unterdrueckte Retouren: "
                 WS-RETOUREN-ZAEHLER
         END-IF.
         IF WS-GELOESCHT-ZAEHLER > ZERO
             DISPLAY "BEISP13: geloeschte Adressen uebergangen: "
                 WS-GELOESCHT-ZAEHLER
         END-IF.
         IF KOPF-GEPRUEFT
             MOVE "ABSCHLUSS" TO WBS-FUNKTION
             CALL "werbsp" USING WBS-BLOCK
             IF WBS-ANZAHL > ZERO
                 DISPLAY "BEISP13: Werbesperre unterdrueckt: "
                     WBS-ANZAHL
             END-IF
             MOVE "ABSCHLUSS" TO SNH-FUNKTION
             CALL "sendhist" USING SNH-BLOCK
         END-IF.
         MOVE "ABSCHLUSS" TO ZWA-FUNKTION.
         CALL "zweitadr" USING ZWA-BLOCK.
         IF WS-PUFFER-ANZAHL > ZERO
             PERFORM C100-SCHREIBE-LABELZEILE
         END-IF.
         PERFORM D000-SCHREIBE-TRAILER.
         PERFORM U200-SCHLIESSE-UMSCHLAG.
         PERFORM J200-BUCHE-VERBRAUCH.
         CLOSE ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             DISPLAY "Sorry, error closing ADDRESS-MASTER, status "
                 ZDRUCK-STATUS
             STOP RUN RETURNING 1
         END-IF.
         IF WS-BLOCK-ZAEHLER > ZERO
             PERFORM Q000-MELDE-DRUCKAUFTRAG
         END-IF.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "beisp13 " TO STAT-PROGRAMM.
         MOVE WS-BLOCK-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-ZEILEN-ZAEHLER TO STAT-SAETZE-AUS.

      * Das erste Wort ohne = ist der Eingabedateiname, die
      * ersten beiden Zahlwoerter sind Bahnenzahl und Stegbreite;
      * MITRETOUREN, LESEZEILE, TPL=, VERSANDTAG= und MATERIAL=
      * duerfen an beliebiger Stelle stehen.
       A100-WERTE-PARAMETER-AUS.
         EVALUATE TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = SPACES
             WHEN WS-WORT(WS-WORT-INDEX)(1:4) = "TPL="
                 MOVE WS-WORT(WS-WORT-INDEX)(5:20)
                     TO WS-VORLAGE-NAME
             WHEN WS-WORT(WS-WORT-INDEX)(1:11) = "VERSANDTAG="
                 MOVE WS-WORT(WS-WORT-INDEX)(12:8) TO WS-VERSANDTAG
             WHEN WS-WORT(WS-WORT-INDEX)(1:9) = "MATERIAL="
                 MOVE WS-WORT(WS-WORT-INDEX)(10:5) TO WS-MATERIAL
             WHEN FUNCTION TRIM(WS-WORT(WS-WORT-INDEX))
                     IS NUMERIC
                 IF WS-ARG-ANZAHL = SPACES
         MOVE ADRESSE-SATZ TO EIN-UMS-PUFFER.
         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
      * Logisch geloeschte Adressen werden nie gedruckt.
         IF ADR-GELOESCHT
             ADD 1 TO WS-GELOESCHT-ZAEHLER
             PERFORM B000-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         PERFORM V100-WENDE-ZWEITANSCHRIFT-AN.
      * Als unzustellbar gemeldete Adressen (adrretour) werden
      * nicht gedruckt, solange der Lauf nicht ausdruecklich
      * MITRETOUREN verlangt.
             PERFORM B000-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         PERFORM W100-PRUEFE-WERBESPERRE.
         IF WBS-GESPERRT
             PERFORM B000-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-PUFFER-ANZAHL.
         PERFORM C090-BAUE-BLOCKZEILEN.
         ADD 1 TO WS-BLOCK-ZAEHLER.
         PERFORM S100-SCHREIBE-VERSANDHISTORIE.
         IF WS-PUFFER-ANZAHL NOT LESS THAN WS-ANZAHL-NEBENEINANDER
             PERFORM C100-SCHREIBE-LABELZEILE
         END-IF.
         PERFORM B000-LIES-ADRESSE-SATZ.

      * Baut die Blockzeilen des aktuellen Adressblocks in den
      * Puffer: ohne Vorlage das sechszeilige Standardlayout,
      * mit Vorlage die FELD/TEXT/LEER-Zeilen der Vorlagendatei
      * (leere Felder werden unterdrueckt, der Block wird auf die
      * Blockhoehe mit Leerzeilen aufgefuellt).
             PERFORM C097-SETZE-BLOCKZEILE
             MOVE ADR-ORGANISATION TO WS-FELDZEILE
             PERFORM C097-SETZE-BLOCKZEILE
             MOVE ADR-STRASSE TO WS-FELDZEILE
             PERFORM C097-SETZE-BLOCKZEILE
             PERFORM C094-SETZE-ORTSZEILE
             PERFORM C097-SETZE-BLOCKZEILE
             PERFORM L300-SETZE-LANDZEILE
             MOVE WS-LANDZEILE TO WS-FELDZEILE
                 TO PUF-ZEILE(WS-PUFFER-ANZAHL, WS-BLOCK-HOEHE)
         END-IF.

      * Ortszeile aus ADR-ORT, ADR-STAAT und ADR-PLZ.
       C094-SETZE-ORTSZEILE.
         MOVE ADR-ORTSANGABE TO ORTZ-ORTSANGABE.
         CALL "ortzeile" USING ORTZ-BLOCK.
         MOVE ORTZ-ZEILE TO WS-FELDZEILE.

       C095-LEERE-BLOCKZEILE.
         MOVE SPACES TO PUF-ZEILE(WS-PUFFER-ANZAHL,
             WS-ZEILEN-INDEX).
                 MOVE ADR-ABTEILUNG TO WS-FELDZEILE
             WHEN "ADR-ORGANISATION"
                 MOVE ADR-ORGANISATION TO WS-FELDZEILE
             WHEN "ADR-STRASSE"
                 MOVE ADR-STRASSE TO WS-FELDZEILE
             WHEN "ADR-ORT"
                 MOVE ADR-ORT TO WS-FELDZEILE
             WHEN "ADR-STAAT"
                 MOVE ADR-STAAT TO WS-FELDZEILE
             WHEN "ADR-PLZ"
                 MOVE ADR-PLZ TO WS-FELDZEILE
             WHEN "ADR-ORT-STAAT-PLZ"
                 PERFORM C094-SETZE-ORTSZEILE
             WHEN "ADR-LAND"
                 MOVE ADR-LAND TO WS-FELDZEILE
             WHEN "ADR-LAND-NAME"
      * erkennbare PLZ (z.B. Ausland) stehen Nullen an der
      * PLZ-Stelle.
       M000-BAUE-LESEZEILE.
         PERFORM M100-HOLE-PLZ.
         MOVE ADR-ID TO WS-LSZ-ID.
         IF WS-PLZ = SPACES
             MOVE "00000" TO WS-LSZ-PLZ
         CALL "pruefzif" USING PZF-BLOCK.
         MOVE PZF-PRUEFZIFFER TO WS-LSZ-PRUEFZIFFER.

      * Die PLZ steht in ADR-PLZ; fuer die Lesezeile gilt sie
      * nur fuenfstellig numerisch, sonst bleibt WS-PLZ leer.
       M100-HOLE-PLZ.
         MOVE SPACES TO WS-PLZ.
         IF ADR-PLZ(1:5) IS NUMERIC AND ADR-PLZ(6:5) = SPACES
             MOVE ADR-PLZ(1:5) TO WS-PLZ
         END-IF.

       C100-SCHREIBE-LABELZEILE.
                 " (Status " EIN-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         PERFORM W000-BEGINNE-WERBESPERRE.
         PERFORM S000-BEGINNE-VERSANDHISTORIE.

       U150-PRUEFE-EINGABEENDE.
         SET ENDESATZ-GESEHEN TO TRUE.
             AND WS-FELD-INHALT NOT = "ADR-NAME"
             AND WS-FELD-INHALT NOT = "ADR-ABTEILUNG"
             AND WS-FELD-INHALT NOT = "ADR-ORGANISATION"
             AND WS-FELD-INHALT NOT = "ADR-STRASSE"
             AND WS-FELD-INHALT NOT = "ADR-ORT"
             AND WS-FELD-INHALT NOT = "ADR-STAAT"
             AND WS-FELD-INHALT NOT = "ADR-PLZ"
             AND WS-FELD-INHALT NOT = "ADR-ORT-STAAT-PLZ"
             AND WS-FELD-INHALT NOT = "ADR-LAND"
             AND WS-FELD-INHALT NOT = "ADR-LAND-NAME"
             DISPLAY "BEISP13: Stegbreite muss 0 bis 6 sein"
             STOP RUN RETURNING 1
         END-IF.
         IF NOT MATERIAL-BOGEN AND NOT MATERIAL-ROLLE
             DISPLAY "BEISP13: MATERIAL muss BOGEN oder ROLLE sein"
             STOP RUN RETURNING 1
         END-IF.

      * Werbesperre: die Kampagnennummer steht erst nach der
      * Kopfsatzpruefung fest; werbsp ermittelt daraus selbst, ob
      * die Kampagne eine Pflichtsendung ist.
       W000-BEGINNE-WERBESPERRE.
         MOVE "beisp13" TO WBS-PROGRAMM.
         IF EIN-UMS-GENERATION > 1
             MOVE EIN-UMS-GENERATION TO WBS-KAMPAGNE
         ELSE
             MOVE ZERO TO WBS-KAMPAGNE
         END-IF.
         MOVE "N" TO WBS-AMTLICH.
         MOVE "ANFANG" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.
         IF WBS-STATUS NOT = "00"
             MOVE "BEI-007" TO MELD-NUMMER
             MOVE WBS-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.

       W100-PRUEFE-WERBESPERRE.
         MOVE ADR-ID TO WBS-ID.
         MOVE ADR-NAME TO WBS-NAME.
         MOVE "PRUEFEN" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.
         IF WBS-STATUS NOT = "00"
             MOVE "BEI-007" TO MELD-NUMMER
             MOVE WBS-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.

      * Versandhistorie: auch sie braucht die Kampagnennummer
      * aus dem Kopfsatz; der anonyme Lauf zaehlt als Kampagne 1.
       S000-BEGINNE-VERSANDHISTORIE.
         MOVE "beisp13" TO SNH-PROGRAMM.
         IF EIN-UMS-GENERATION > 1
             MOVE EIN-UMS-GENERATION TO SNH-KAMPAGNE
         ELSE
             MOVE 1 TO SNH-KAMPAGNE
         END-IF.
         MOVE WS-VERSANDTAG TO SNH-VERSANDTAG.
         SET SNH-ETIKETT TO TRUE.
         MOVE "ANFANG" TO SNH-FUNKTION.
         CALL "sendhist" USING SNH-BLOCK.
         IF SNH-STATUS NOT = "00"
             MOVE "BEI-009" TO MELD-NUMMER
             MOVE SNH-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.

       S100-SCHREIBE-VERSANDHISTORIE.
         MOVE ADR-ID TO SNH-ID.
         MOVE "SCHREIBEN" TO SNH-FUNKTION.
         CALL "sendhist" USING SNH-BLOCK.
         IF SNH-STATUS NOT = "00"
             MOVE "BEI-009" TO MELD-NUMMER
             MOVE SNH-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.

      * Zweitanschriften: die am Versandtag gueltigen Eintraege
      * aus ZWEITADR.DAT laden (CALL "zweitadr").
       V000-BEGINNE-ZWEITANSCHRIFT.
         MOVE "beisp13" TO ZWA-PROGRAMM.
         MOVE WS-VERSANDTAG TO ZWA-STICHTAG.
         MOVE "ANFANG" TO ZWA-FUNKTION.
         CALL "zweitadr" USING ZWA-BLOCK.
         IF ZWA-STATUS NOT = "00"
             MOVE "BEI-008" TO MELD-NUMMER
             MOVE ZWA-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.

      * Die Umschlagsumme ist schon ueber den gelesenen Satz
      * gebildet; ab hier gilt die Versandanschrift.
       V100-WENDE-ZWEITANSCHRIFT-AN.
         MOVE ADRESSE-SATZ TO ZWA-ADRESSE.
         MOVE "ANWENDEN" TO ZWA-FUNKTION.
         CALL "zweitadr" USING ZWA-BLOCK.
         MOVE ZWA-ADRESSE TO ADRESSE-SATZ.

      * Lagerbestand: die Nutzsaetze der Eingabe vorab zaehlen und
      * den absehbaren Verbrauch gegen den Bestand halten. Retouren
      * und Werbesperren sind dabei noch nicht abgezogen - die
      * Vorschau ist eine Obergrenze. Laesst sich die Eingabe nicht
      * eroeffnen, meldet das gleich der eigentliche OPEN.
       J000-PRUEFE-LAGERBESTAND.
         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-VORAB-ZAEHLER.
         PERFORM B000-LIES-ADRESSE-SATZ.
         PERFORM J100-ZAEHLE-NUTZSATZ
             UNTIL ENDE-DER-ADRESSEN.
         CLOSE ADDRESS-MASTER.
         MOVE "N" TO WS-ENDE-SCHALTER.
         COMPUTE WS-ETIKETTENREIHEN = (WS-VORAB-ZAEHLER
             + WS-ANZAHL-NEBENEINANDER - 1) / WS-ANZAHL-NEBENEINANDER.
         PERFORM J300-BERECHNE-LAGERMENGE.
         IF WS-LAGER-MENGE = ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE "beisp13" TO LAG-PROGRAMM.
         MOVE "HOLEN" TO LAG-FUNKTION.
         CALL "lager" USING LAG-BLOCK.
         IF LAG-STATUS NOT = "00"
             MOVE "BEI-010" TO MELD-NUMMER
             MOVE LAG-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
             EXIT PARAGRAPH
         END-IF.
         IF LAG-BESTAND < WS-LAGER-MENGE
             MOVE WS-LAGER-MENGE TO WS-BEDARF-ANZEIGE
             MOVE LAG-BESTAND TO WS-LAGER-ANZEIGE
             MOVE SPACES TO MELD-ZUSATZ
             STRING FUNCTION TRIM(LAG-SORTE)
                 " BEDARF " FUNCTION TRIM(WS-BEDARF-ANZEIGE)
                 " BESTAND " FUNCTION TRIM(WS-LAGER-ANZEIGE)
                 DELIMITED BY SIZE INTO MELD-ZUSATZ
             MOVE "BEI-011" TO MELD-NUMMER
             CALL "meldung" USING MELD-BLOCK
         END-IF.

       J100-ZAEHLE-NUTZSATZ.
         IF ADRESSE-SATZ(1:2) NOT = "UK"
             AND ADRESSE-SATZ(1:2) NOT = "UE"
             AND NOT ADR-GELOESCHT
             ADD 1 TO WS-VORAB-ZAEHLER
         END-IF.
         PERFORM B000-LIES-ADRESSE-SATZ.

      * Verbrauch buchen: Etikettenreihen = Trailerzeilen durch
      * Blockhoehe.
       J200-BUCHE-VERBRAUCH.
         COMPUTE WS-ETIKETTENREIHEN =
             WS-ZEILEN-ZAEHLER / WS-BLOCK-HOEHE.
         PERFORM J300-BERECHNE-LAGERMENGE.
         IF WS-LAGER-MENGE = ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE "beisp13" TO LAG-PROGRAMM.
         SET LAG-VERBRAUCH TO TRUE.
         MOVE WS-LAGER-MENGE TO LAG-MENGE.
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
             MOVE "BEI-010" TO MELD-NUMMER
             MOVE LAG-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.

      * Bogenware: ein Bogen je angefangene Seite zu
      * WS-BLOECKE-PRO-SEITE Etikettenreihen, Sorte nach der
      * Bahnenzahl; Rollenware: jedes Etikett der Rolle, auch
      * die leer bleibenden Bahnen der letzten Reihe.
       J300-BERECHNE-LAGERMENGE.
         MOVE SPACES TO LAG-SORTE.
         IF MATERIAL-ROLLE
             MOVE "ETIKROLLE" TO LAG-SORTE
             COMPUTE WS-LAGER-MENGE =
                 WS-ETIKETTENREIHEN * WS-ANZAHL-NEBENEINANDER
         ELSE
             MOVE WS-ANZAHL-NEBENEINANDER TO WS-BAHN-ZIFFER
             STRING "ETIKBOGEN" WS-BAHN-ZIFFER
                 DELIMITED BY SIZE INTO LAG-SORTE
             COMPUTE WS-LAGER-MENGE = (WS-ETIKETTENREIHEN
                 + WS-BLOECKE-PRO-SEITE - 1) / WS-BLOECKE-PRO-SEITE
         END-IF.

      * ZEILENDRUCK.DAT als Druckauftrag in die Warteschlange
      * (siehe druckq.cpy); von dort weist der Operator ihn einem
      * Drucker zu.
       Q000-MELDE-DRUCKAUFTRAG.
         MOVE "beisp13" TO DQ-PROGRAMM.
         MOVE "ETIKETT" TO DQ-ART.
         MOVE "ZEILENDRUCK.DAT" TO DQ-DATEI.
         MOVE WS-MATERIAL TO DQ-MATERIAL.
         IF EIN-UMS-GENERATION > 1
             MOVE EIN-UMS-GENERATION TO DQ-KAMPAGNE
         ELSE
             MOVE ZERO TO DQ-KAMPAGNE
         END-IF.
         MOVE "ANMELDEN" TO DQ-FUNKTION.
         CALL "druckq" USING DQ-BLOCK.
         IF DQ-STATUS NOT = "00"
             MOVE "BEI-012" TO MELD-NUMMER
             MOVE DQ-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         ELSE
             DISPLAY "BEISP13: Druckauftrag " DQ-JOB " mit "
                 DQ-SEITEN " Seiten angemeldet"
         END-IF.

      * Herkunftsprotokoll: Eingabe und Vorlage zur Druckdatei.
       Z900-MELDE-HERKUNFT.
         MOVE "beisp13" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE WS-EINGABE-NAME TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         IF WS-VORLAGE-NAME NOT = SPACES
             MOVE WS-VORLAGE-DATEINAME TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
      * Landnamen, Ersatzanschrift und Unterdrueckung; SENDHIST.DAT
      * wird hier nur fortgeschrieben und ist keine Eingabe.
         MOVE "LAND.TAB" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "ZWEITADR.DAT" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         IF KOPF-GEPRUEFT
             MOVE "WERBSPERRE.DAT" TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
             IF EIN-UMS-GENERATION > 1
                 MOVE "KAMPAGNE.DAT" TO HKF-DATEI
                 CALL "herkunft" USING HKF-BLOCK
             END-IF
         END-IF.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ZEILENDRUCK.DAT" TO HKF-DATEI.
         MOVE DRK-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "BEISP13: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM beisp13.

