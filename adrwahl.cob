      *               Bedeutung); Auswertung strikt von oben nach
      *               unten ohne Klammern.
      * FELDNAME:     ADR-ID, ADR-NAME, ADR-ABTEILUNG,
      *               ADR-ORGANISATION, ADR-STRASSE, ADR-ORT,
      *               ADR-STAAT, ADR-PLZ (aus adresse.cpy) oder
      *               ADR-ORT-STAAT-PLZ (zusammengesetzte
      *               Ortszeile, siehe ortzeile.cpy).
      * VERGLEICH:    EQ (gleich), NE (ungleich), CO (enthaelt).
      * Passende Saetze gehen nach ADRWAHL.DAT (von dort laeuft der
      * Drucklauf weiter); ADRWAHL.RPT weist je Kriterium die
      *     Bericht als eigene Summenzeile ausgewiesen; der
      *     Laufparameter MITRETOUREN hebt die Unterdrueckung
      *     ausdruecklich auf.
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Werbesperre: jeder nach den Kriterien ausgewaehlte Satz
      *     wird gegen die Sperrdatei WERBSPERRE.DAT geprueft (CALL
      *     "werbsp", siehe werbsp.cpy); gesperrte Empfaenger
      *     werden nicht ausgewaehlt, stehen im Sperrbericht
      *     WERBSPERRE-ADRWAHL.RPT und als eigene Summenzeile in
      *     ADRWAHL.RPT, und ihre Anzahl geht als Stufe SPERRE in
      *     das Kampagnenjournal. Neuer Laufparameter AMTLICH
      *     (nur zusammen mit KAMPAGNE=): die Kampagne ist eine
      *     Pflichtsendung, die Sperre wird ausgewiesen, aber nicht
      *     beachtet; die Markierung geht als Stufe AMTLICH in das
      *     Journal, damit auch die Folgestufen sie kennen.
      *   - Neuer Adresssatz (siehe adresse.cpy): AUSWAHL-SATZ
      *     auf X(240) verbreitert; als Feldnamen sind zusaetzlich
      *     ADR-STRASSE, ADR-ORT, ADR-STAAT und ADR-PLZ zulaessig.
      *     ADR-ORT-STAAT-PLZ prueft die aus Ort, Staat und PLZ
      *     zusammengesetzte Ortszeile (CALL "ortzeile", siehe
      *     ortzeile.cpy), damit bestehende Kriteriendateien
      *     weiterlaufen.
      *   - Zweitanschriften: fuer jeden gelesenen Satz wird die am
      *     Versandtag gueltige Zweitanschrift aus ZWEITADR.DAT
      *     gesucht (CALL "zweitadr", siehe zweitadr.cpy). Die
      *     Kriterien pruefen weiter die Stammdaten (wer bekommt
      *     die Sendung), ADRWAHL.DAT enthaelt die tatsaechliche
      *     Versandanschrift; ein Retourenvermerk sperrt nur die
      *     Stammanschrift. Neuer Laufparameter
      *     VERSANDTAG=JJJJMMTT (Standard: heute).
      *   - Satzlaenge des Masters 245 statt 240 (ADR-ORG-NR, siehe
      *     adresse.cpy); AUSWAHL-SATZ auf X(245) verbreitert, damit
      *     die Organisationsnummer bis zur Haushaltung (adrhaush)
      *     mitfaehrt. Gilt eine Zweitanschrift, faellt sie weg.
      *   - Organisationsmaster: fuer jeden gelesenen Satz mit
      *     ADR-ORG-NR werden Organisation, Strasse, Ortsangabe und
      *     Land aus ORGMAST.DAT eingesetzt (CALL "orgadr", siehe
      *     orgadr.cpy), bevor Kriterien und Zweitanschrift greifen;
      *     eine mit orgpfl geaenderte Anschrift erreicht so schon
      *     die naechste Sendung, nicht erst den naechsten
      *     adrpfleg-Lauf. Neuer Feldname ADR-ORG-NR fuer
      *     Kriterien, um alle Mitglieder einer Organisation
      *     auszuwaehlen.
      *   - Staendige Verteiler (VERTEILER.DAT, siehe verteil.cpy):
      *     neuer Laufparameter VERTEILER=NAME waehlt nur Mitglieder
      *     dieses Verteilers (CALL "verteil"); die Kriterien aus
      *     ADRWAHL.KRT wirken zusaetzlich. Mit VERTEILER= darf
      *     ADRWAHL.KRT fehlen oder leer sein, dann gilt der Verteiler
      *     allein; das Wort NURVERTEILER uebergeht eine vorhandene
      *     Kriteriendatei ausdruecklich. Der Bericht nennt Verteiler
      *     und Mitgliederzahl, weist Nichtmitglieder und Mitglieder
      *     ohne Eingabesatz als eigene Summenzeilen aus, und mit
      *     KAMPAGNE= geht der Verteiler als Stufe KRITERIUM in das
      *     Journal. Ein unbekannter oder leerer Verteiler bricht den
      *     Lauf ab.
      *   - Ruecklauf: mit KAMPAGNE= geht jeder ausgewaehlte
      *     Empfaenger als Zeile
      *         ADR-ID;KAMPAGNE;LAUF;PLZ;LAND;KRITERIEN
      *     in die Empfaengerliste KAMPEMPF.DAT (fortgeschrieben).
      *     LAUF ist der Zeitstempel des Laufs (ein Wiederholungslauf
      *     derselben Kampagne ersetzt so die fruehere Auswahl), PLZ
      *     und LAND sind die der Versandanschrift, KRITERIEN hat je
      *     Zeile aus ADRWAHL.KRT ein J oder N, je nachdem, ob sie auf
      *     den Empfaenger zutraf. Daraus rechnet kampber die
      *     Antwortquoten je Kriterienzeile und PLZ-Region (siehe
      *     adrantw).
      *   - Kontaktgrenze: ein Empfaenger, der im Zeitraum um den
      *     Versandtag schon so viele Stuecke bekommen hat, wie
      *     KONTAKT.TAB (STUECKE;TAGE) erlaubt, wird nicht
      *     ausgewaehlt; gezaehlt wird in der Versandhistorie
      *     SENDHIST.DAT (CALL "sendhist", siehe sendhist.cpy). Der
      *     Bericht nennt jeden begrenzten Empfaenger mit den
      *     Kampagnen, die sein Kontingent verbraucht haben, und
      *     die Anzahl als eigene Summenzeile. Neuer Laufparameter
      *     KONTAKTE=n/m (geht KONTAKT.TAB vor, KONTAKTE=0 hebt die
      *     Grenze auf); Pflichtsendungen (AMTLICH) sind nie
      *     begrenzt.
      *   - Kostenumlage: neue Laufparameter KOSTENSTELLE=kst und
      *     BESTELLER=name (nur zusammen mit KAMPAGNE=, _ steht fuer
      *     ein Leerzeichen) nennen die bestellende Kostenstelle und
      *     den Ansprechpartner; sie gehen als Stufe BESTELLT in das
      *     Kampagnenjournal (siehe kampagne.cpy), umlage rechnet
      *     Porto und Druckkosten danach ab. Die Kommandozeile fasst
      *     dafuer jetzt zehn Woerter.
      *   - Herkunftsprotokoll: Master, ADRWAHL.KRT und ADRWAHL.DAT
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Satzlaenge des Masters 254 statt 245 (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy); AUSWAHL-SATZ auf
      *     X(254) verbreitert. Logisch geloeschte Adressen werden nie
      *     ausgewaehlt, auch nicht ueber VERTEILER= oder MITRETOUREN;
      *     der Bericht zaehlt sie als GELOESCHTE ADRESSEN.
      *   - Herkunftsprotokoll: auch ORGMAST.DAT, ZWEITADR.DAT,
      *     WERBSPERRE.DAT, je nach Lauf VERTEILER.DAT, KAMPAGNE.DAT
      *     (Stufe AMTLICH), KONTAKT.TAB und SENDHIST.DAT werden als
      *     Eingaben gemeldet - sie entscheiden mit, wer in
      *     ADRWAHL.DAT steht.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrwahl.
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS AUSWAHL-STATUS.

           SELECT EMPFAENGER-DATEI
           ASSIGN TO "KAMPEMPF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS EMPF-STATUS.

           SELECT KONTAKT-DATEI
           ASSIGN TO "KONTAKT.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS KONTAKT-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ADRWAHL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL

       FD AUSWAHL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 AUSWAHL-SATZ             PIC X(254).

       FD EMPFAENGER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 EMPFAENGER-SATZ          PIC X(80).

       FD KONTAKT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 KONTAKT-SATZ             PIC X(80).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
       WORKING-STORAGE SECTION.
       01 WS-EINGABE-NAME             PIC X(40)   VALUE
          "ADRCLEAN.DAT".
       01 WS-KOMMANDOZEILE            PIC X(200).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(60) OCCURS 10 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.
       01 WS-KAMPAGNE-NUMMER          PIC 9(04)   VALUE ZERO.
       01 WS-MITRETOUREN-SCHALTER     PIC X(01)   VALUE "N".
          88 MIT-RETOUREN                         VALUE "J".
       01 WS-AMTLICH-SCHALTER         PIC X(01)   VALUE "N".
          88 AMTLICHE-SENDUNG                     VALUE "J".
       01 WS-VERSANDTAG               PIC X(08)   VALUE SPACES.
       01 WS-KOSTENSTELLE             PIC X(10)   VALUE SPACES.
       01 WS-BESTELLER                PIC X(40)   VALUE SPACES.
       01 WS-VERTEILER-PARAMETER      PIC X(50)   VALUE SPACES.
       01 WS-NURVERTEILER-SCHALTER    PIC X(01)   VALUE "N".
          88 NUR-VERTEILER                        VALUE "J".
      * Kontaktgrenze: hoechstens WS-KONTAKT-STUECKE Stuecke in
      * WS-KONTAKT-TAGE Tagen (KONTAKT.TAB oder KONTAKTE=n/m).
       01 WS-KONTAKT-STUECKE          PIC 9(04)   VALUE ZERO.
       01 WS-KONTAKT-TAGE             PIC 9(04)   VALUE ZERO.
       01 WS-KONTAKT-PARAM-SCHALTER   PIC X(01)   VALUE "N".
          88 KONTAKTE-VORGEGEBEN                  VALUE "J".
       01 WS-KONTAKT-AKTIV-SCHALTER   PIC X(01)   VALUE "N".
          88 KONTAKTGRENZE-AKTIV                  VALUE "J".
       01 WS-KONTAKT-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-KONTAKTDATEI                VALUE "J".
      * VALUE SPACES ist hier Pflicht (UNSTRING, siehe oben).
       01 WS-FELD-STUECKE             PIC X(04)   VALUE SPACES.
       01 WS-FELD-TAGE                PIC X(04)   VALUE SPACES.
       01 WS-STUECK-INDEX             PIC 9(02)   COMP VALUE ZERO.

       01 WS-EINGABE-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-EINGABE                     VALUE "J".
       01 WS-KRIT-ANZAHL              PIC 9(02)   COMP VALUE ZERO.
       01 WS-KRIT-MAXIMUM             PIC 9(02)   COMP VALUE 20.
       01 WS-KRIT-INDEX               PIC 9(02)   COMP VALUE ZERO.
      * Je Kriterienzeile J oder N fuer den gerade geprueften Satz
      * (Empfaengerliste KAMPEMPF.DAT).
       01 WS-KRIT-MUSTER              PIC X(20)   VALUE SPACES.
       01 WS-LAUFSTEMPEL              PIC X(14)   VALUE SPACES.
       01 WS-EMPFAENGERZEILE          PIC X(80).

       01 WS-GELESEN-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-GEWAEHLT-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-UEBERGANGEN-ZAEHLER      PIC 9(05)   COMP VALUE ZERO.
       01 WS-RETOUREN-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-GESPERRT-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-ORG-ERBE-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-NICHT-VERTEILER-ZAEHLER  PIC 9(05)   COMP VALUE ZERO.
       01 WS-VTL-GEFUNDEN-ZAEHLER     PIC 9(05)   COMP VALUE ZERO.
       01 WS-VTL-FEHLT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-GRENZE-ZAEHLER           PIC 9(05)   COMP VALUE ZERO.

       01 WS-SATZ-TREFFER-SCHALTER    PIC X(01).
          88 SATZ-GEWAEHLT                        VALUE "J".
          05 FILLER                   PIC X(10)   VALUE " TREFFER: ".
          05 WS-KRT-TREFFER           PIC ZZZZ9.

       01 WS-VERTEILERZEILE.
          05 FILLER                   PIC X(10)   VALUE "VERTEILER ".
          05 WS-VTZ-NAME              PIC X(12).
          05 FILLER                   PIC X(14)
                                      VALUE "  MITGLIEDER: ".
          05 WS-VTZ-ANZAHL            PIC ZZZZ9.

       01 WS-GRENZKOPFZEILE.
          05 FILLER                   PIC X(15)
                                      VALUE "KONTAKTGRENZE: ".
          05 FILLER                   PIC X(11)   VALUE "HOECHSTENS ".
          05 WS-GKZ-STUECKE           PIC ZZZ9.
          05 FILLER                   PIC X(11)   VALUE " STUECK IN ".
          05 WS-GKZ-TAGE              PIC ZZZ9.
          05 FILLER                   PIC X(06)   VALUE " TAGEN".

       01 WS-GRENZZEILE.
          05 FILLER                   PIC X(14)
                                      VALUE "KONTAKTGRENZE ".
          05 WS-GRZ-ID                PIC 9(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-GRZ-NAME              PIC X(40).
          05 FILLER                   PIC X(09)   VALUE " STUECKE:".
          05 WS-GRZ-STUECKE           PIC ZZZ9.

       01 WS-STUECKZEILE.
          05 FILLER                   PIC X(13)
                                      VALUE "    KAMPAGNE ".
          05 WS-STZ-KAMPAGNE          PIC 9(04).
          05 FILLER                   PIC X(12)   VALUE " VERSANDTAG ".
          05 WS-STZ-VERSANDTAG        PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-STZ-KANAL             PIC X(12).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.
                     ==PREFIX-STATUS-OK==   BY ==AUSWAHL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==AUSWAHL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==AUSWAHL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==EMPF-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==EMPF-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==EMPF-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==EMPF-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==EMPF-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==KONTAKT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==KONTAKT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==KONTAKT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==KONTAKT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==KONTAKT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==

       COPY "laufstat.cpy".
       COPY "kampagne.cpy".
       COPY "werbsp.cpy".
       COPY "zweitadr.cpy".
       COPY "orgadr.cpy".
       COPY "verteil.cpy".
       COPY "ortzeile.cpy".
       COPY "sendhist.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

       PROCEDURE DIVISION.
       A000-WAEHLE-ADRESSEN.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE SPACES TO WS-WOERTER VTL-NAME.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3) WS-WORT(4)
                  WS-WORT(5) WS-WORT(6) WS-WORT(7) WS-WORT(8)
                  WS-WORT(9) WS-WORT(10)
         END-UNSTRING.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 10.
         IF AMTLICHE-SENDUNG AND WS-KAMPAGNE-NUMMER = ZERO
             DISPLAY "ADRWAHL: AMTLICH nur zusammen mit KAMPAGNE="
             STOP RUN RETURNING 1
         END-IF.
         IF (WS-KOSTENSTELLE NOT = SPACES
             OR WS-BESTELLER NOT = SPACES)
             AND WS-KAMPAGNE-NUMMER = ZERO
             DISPLAY "ADRWAHL: KOSTENSTELLE= und BESTELLER= nur "
                 "zusammen mit KAMPAGNE="
             STOP RUN RETURNING 1
         END-IF.
         IF WS-BESTELLER NOT = SPACES AND WS-KOSTENSTELLE = SPACES
             DISPLAY "ADRWAHL: BESTELLER= nur zusammen mit "
                 "KOSTENSTELLE="
             STOP RUN RETURNING 1
         END-IF.
         IF NUR-VERTEILER AND VTL-NAME = SPACES
             DISPLAY "ADRWAHL: NURVERTEILER nur zusammen mit "
                 "VERTEILER="
             STOP RUN RETURNING 1
         END-IF.
         SET ENVIRONMENT "ADRESSEIN"
             TO FUNCTION TRIM(WS-EINGABE-NAME).

         IF NOT NUR-VERTEILER
             PERFORM B000-LADE-KRITERIEN
         END-IF.
         IF VTL-NAME NOT = SPACES
             PERFORM T000-LADE-VERTEILER
         END-IF.
         PERFORM V000-BEGINNE-ZWEITANSCHRIFT.
         PERFORM O000-BEGINNE-ORGANISATIONEN.
         PERFORM W000-BEGINNE-WERBESPERRE.
         PERFORM S000-BEGINNE-KONTAKTGRENZE.
         IF WS-KOSTENSTELLE NOT = SPACES
             PERFORM K050-SCHREIBE-BESTELLUNG
         END-IF.
         IF WS-KAMPAGNE-NUMMER > ZERO
             PERFORM K000-EROEFFNE-EMPFAENGERLISTE
         END-IF.

         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF VTL-NAME NOT = SPACES
             MOVE VTL-NAME TO WS-VTZ-NAME
             MOVE VTL-ANZAHL TO WS-VTZ-ANZAHL
             MOVE WS-VERTEILERZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         IF KONTAKTGRENZE-AKTIV
             MOVE WS-KONTAKT-STUECKE TO WS-GKZ-STUECKE
             MOVE WS-KONTAKT-TAGE TO WS-GKZ-TAGE
             MOVE WS-GRENZKOPFZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

         PERFORM U000-EROEFFNE-UMSCHLAEGE.

         END-IF.

         PERFORM U200-SCHLIESSE-UMSCHLAEGE.
         PERFORM W200-SCHLIESSE-WERBESPERRE.
         PERFORM V200-SCHLIESSE-ZWEITANSCHRIFT.

         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE ADDRESS-MASTER AUSWAHL-DATEI BERICHT-DATEI.
         IF WS-KAMPAGNE-NUMMER > ZERO
             CLOSE EMPFAENGER-DATEI
         END-IF.
         DISPLAY "ADRWAHL: gelesen " WS-GELESEN-ZAEHLER
             ", ausgewaehlt " WS-GEWAEHLT-ZAEHLER
             ", uebergangen " WS-UEBERGANGEN-ZAEHLER
             ", gesperrt " WS-GESPERRT-ZAEHLER
             ", geloescht " WS-GELOESCHT-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "adrwahl " TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GEWAEHLT-ZAEHLER TO STAT-SAETZE-AUS.
                 CONTINUE
             WHEN WS-WORT(WS-WORT-INDEX) = "MITRETOUREN"
                 SET MIT-RETOUREN TO TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = "AMTLICH"
                 SET AMTLICHE-SENDUNG TO TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = "NURVERTEILER"
                 SET NUR-VERTEILER TO TRUE
             WHEN WS-WORT(WS-WORT-INDEX)(1:10) = "VERTEILER="
                 MOVE WS-WORT(WS-WORT-INDEX)(11:50)
                     TO WS-VERTEILER-PARAMETER
                 INSPECT WS-VERTEILER-PARAMETER CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 IF WS-VERTEILER-PARAMETER = SPACES
                     OR WS-VERTEILER-PARAMETER(13:38) NOT = SPACES
                     DISPLAY "ADRWAHL: VERTEILER= braucht einen "
                         "Namen mit hoechstens 12 Zeichen"
                     STOP RUN RETURNING 1
                 END-IF
                 MOVE WS-VERTEILER-PARAMETER TO VTL-NAME
             WHEN WS-WORT(WS-WORT-INDEX)(1:9) = "KAMPAGNE="
                 IF FUNCTION TRIM(WS-WORT(WS-WORT-INDEX)(10:6))
                         IS NUMERIC
                         "2 sein (1 ist der anonyme Lauf)"
                     STOP RUN RETURNING 1
                 END-IF
             WHEN WS-WORT(WS-WORT-INDEX)(1:11) = "VERSANDTAG="
                 MOVE WS-WORT(WS-WORT-INDEX)(12:8) TO WS-VERSANDTAG
             WHEN WS-WORT(WS-WORT-INDEX)(1:13) = "KOSTENSTELLE="
                 IF WS-WORT(WS-WORT-INDEX)(14:10) = SPACES
                     OR WS-WORT(WS-WORT-INDEX)(24:37) NOT = SPACES
                     DISPLAY "ADRWAHL: KOSTENSTELLE= braucht eine "
                         "Nummer mit hoechstens 10 Zeichen"
                     STOP RUN RETURNING 1
                 END-IF
                 MOVE WS-WORT(WS-WORT-INDEX)(14:10)
                     TO WS-KOSTENSTELLE
             WHEN WS-WORT(WS-WORT-INDEX)(1:10) = "BESTELLER="
                 MOVE WS-WORT(WS-WORT-INDEX)(11:40) TO WS-BESTELLER
                 INSPECT WS-BESTELLER CONVERTING "_;," TO "   "
             WHEN WS-WORT(WS-WORT-INDEX)(1:9) = "KONTAKTE="
                 SET KONTAKTE-VORGEGEBEN TO TRUE
                 MOVE SPACES TO WS-FELD-STUECKE WS-FELD-TAGE
                 UNSTRING WS-WORT(WS-WORT-INDEX)(10:20)
                     DELIMITED BY "/" OR SPACE
                     INTO WS-FELD-STUECKE WS-FELD-TAGE
                 END-UNSTRING
                 PERFORM S050-UEBERNIMM-GRENZE
             WHEN OTHER
                 MOVE WS-WORT(WS-WORT-INDEX) TO WS-EINGABE-NAME
         END-EVALUATE.

       B000-LADE-KRITERIEN.
         OPEN INPUT KRITERIEN-DATEI.
      * Mit VERTEILER= darf die Kriteriendatei fehlen oder leer
      * sein: dann entscheidet der Verteiler allein.
         IF KRIT-STATUS = "35" AND VTL-NAME NOT = SPACES
             EXIT PARAGRAPH
         END-IF.
         IF NOT KRIT-STATUS-OK
             DISPLAY "ADRWAHL: Kriteriendatei ADRWAHL.KRT fehlt, "
                 "status " KRIT-STATUS
         PERFORM B200-UEBERNIMM-KRITERIUM
             UNTIL ENDE-DER-KRITERIEN.
         CLOSE KRITERIEN-DATEI.
         IF WS-KRIT-ANZAHL = ZERO AND VTL-NAME = SPACES
             DISPLAY "ADRWAHL: Kriteriendatei ADRWAHL.KRT ist leer"
             STOP RUN RETURNING 1
         END-IF.
             AND KRIT-FELD(WS-KRIT-ANZAHL) NOT = "ADR-NAME"
             AND KRIT-FELD(WS-KRIT-ANZAHL) NOT = "ADR-ABTEILUNG"
             AND KRIT-FELD(WS-KRIT-ANZAHL) NOT = "ADR-ORGANISATION"
             AND KRIT-FELD(WS-KRIT-ANZAHL) NOT = "ADR-STRASSE"
             AND KRIT-FELD(WS-KRIT-ANZAHL) NOT = "ADR-ORT"
             AND KRIT-FELD(WS-KRIT-ANZAHL) NOT = "ADR-STAAT"
             AND KRIT-FELD(WS-KRIT-ANZAHL) NOT = "ADR-PLZ"
             AND KRIT-FELD(WS-KRIT-ANZAHL) NOT = "ADR-ORT-STAAT-PLZ"
             AND KRIT-FELD(WS-KRIT-ANZAHL) NOT = "ADR-ORG-NR"
             DISPLAY "ADRWAHL: Kriterium " WS-KRIT-ANZAHL
                 " nennt unbekanntes Feld "
                 KRIT-FELD(WS-KRIT-ANZAHL)
         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         ADD 1 TO WS-GELESEN-ZAEHLER.
      * Logisch geloeschte Adressen werden nie ausgewaehlt.
         IF ADR-GELOESCHT
             ADD 1 TO WS-GELOESCHT-ZAEHLER
             PERFORM C000-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
      * Mit VERTEILER= kommen nur dessen Mitglieder in Frage.
         IF VTL-NAME NOT = SPACES
             PERFORM T100-PRUEFE-VERTEILER
             IF VTL-KEIN-MITGLIED
                 ADD 1 TO WS-NICHT-VERTEILER-ZAEHLER
                 PERFORM C000-LIES-ADRESSE-SATZ
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         PERFORM O100-ERBE-ORGANISATION.
         PERFORM V100-SUCHE-ZWEITANSCHRIFT.
      * Als unzustellbar gemeldete Adressen (adrretour) werden
      * nicht ausgewaehlt, solange der Lauf nicht ausdruecklich
      * MITRETOUREN verlangt oder eine Zweitanschrift gilt.
         IF ADR-UNZUSTELLBAR AND ZWA-STAMMANSCHRIFT
             AND NOT MIT-RETOUREN
             ADD 1 TO WS-RETOUREN-ZAEHLER
             PERFORM C000-LIES-ADRESSE-SATZ
             EXIT PARAGRAPH
         END-IF.
         PERFORM E000-WERTE-KRITERIEN-AUS.
         IF SATZ-GEWAEHLT AND ZWA-ZWEITANSCHRIFT
             MOVE ZWA-ADRESSE TO ADRESSE-SATZ
         END-IF.
      * Ausgewaehlte Empfaenger mit Werbesperre werden nicht
      * geschrieben (ausser bei Pflichtsendungen, dann meldet
      * werbsp sie nur im Sperrbericht).
         IF SATZ-GEWAEHLT
             PERFORM W100-PRUEFE-WERBESPERRE
             IF WBS-GESPERRT
                 ADD 1 TO WS-GESPERRT-ZAEHLER
                 PERFORM C000-LIES-ADRESSE-SATZ
                 EXIT PARAGRAPH
             END-IF
         END-IF.
      * Wer im Zeitraum schon so viele Stuecke bekommen hat, wie
      * die Kontaktgrenze erlaubt, wird nicht ausgewaehlt und mit
      * den Kampagnen, die sein Kontingent verbraucht haben, im
      * Bericht genannt.
         IF SATZ-GEWAEHLT AND KONTAKTGRENZE-AKTIV
             PERFORM S100-PRUEFE-KONTAKTGRENZE
             IF SNH-STUECKE NOT LESS WS-KONTAKT-STUECKE
                 ADD 1 TO WS-GRENZE-ZAEHLER
                 PERFORM S200-BERICHTE-GRENZE
                 PERFORM C000-LIES-ADRESSE-SATZ
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         IF SATZ-GEWAEHLT
             ADD 1 TO WS-GEWAEHLT-ZAEHLER
             MOVE ADRESSE-SATZ TO AUSWAHL-SATZ
             MOVE ADRESSE-SATZ TO AUS-UMS-PUFFER
             MOVE "SUMME" TO AUS-UMS-FUNKTION
             CALL "umschlag" USING AUS-UMS-UMSCHLAG
             IF WS-KAMPAGNE-NUMMER > ZERO
                 PERFORM K100-SCHREIBE-EMPFAENGER
             END-IF
         ELSE
             ADD 1 TO WS-UEBERGANGEN-ZAEHLER
         END-IF.
      * Wertet die Kriterien strikt von oben nach unten aus:
      * Ergebnis := Kriterium 1, danach je Zeile
      * Ergebnis := Ergebnis UND/ODER Kriterium n.
      * Ohne Kriterien (nur VERTEILER=) ist jeder Satz gewaehlt.
       E000-WERTE-KRITERIEN-AUS.
         IF WS-KRIT-ANZAHL = ZERO
             MOVE "J" TO WS-SATZ-TREFFER-SCHALTER
             EXIT PARAGRAPH
         END-IF.
         MOVE "N" TO WS-SATZ-TREFFER-SCHALTER.
         MOVE SPACES TO WS-KRIT-MUSTER.
         PERFORM E100-WERTE-KRITERIUM-AUS
             VARYING WS-KRIT-INDEX FROM 1 BY 1
             UNTIL WS-KRIT-INDEX > WS-KRIT-ANZAHL.

       E100-WERTE-KRITERIUM-AUS.
         PERFORM E200-PRUEFE-EINZELKRITERIUM.
         MOVE WS-KRIT-TREFFER-SCHALTER
             TO WS-KRIT-MUSTER(WS-KRIT-INDEX:1).
         IF KRITERIUM-TRIFFT
             ADD 1 TO KRIT-TREFFER-ZAEHLER(WS-KRIT-INDEX)
         END-IF.
                 MOVE ADR-ABTEILUNG TO WS-FELD-INHALT
             WHEN "ADR-ORGANISATION"
                 MOVE ADR-ORGANISATION TO WS-FELD-INHALT
             WHEN "ADR-STRASSE"
                 MOVE ADR-STRASSE TO WS-FELD-INHALT
             WHEN "ADR-ORT"
                 MOVE ADR-ORT TO WS-FELD-INHALT
             WHEN "ADR-STAAT"
                 MOVE ADR-STAAT TO WS-FELD-INHALT
             WHEN "ADR-PLZ"
                 MOVE ADR-PLZ TO WS-FELD-INHALT
             WHEN "ADR-ORT-STAAT-PLZ"
                 MOVE ADR-ORTSANGABE TO ORTZ-ORTSANGABE
                 CALL "ortzeile" USING ORTZ-BLOCK
                 MOVE ORTZ-ZEILE TO WS-FELD-INHALT
             WHEN "ADR-ORG-NR"
                 MOVE ADR-ORG-NR TO WS-FELD-INHALT
         END-EVALUATE.
         EVALUATE KRIT-OP(WS-KRIT-INDEX)
             WHEN "EQ"
         MOVE WS-RETOUREN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "GELOESCHTE ADRESSEN   : " TO WS-SUM-TEXT.
         MOVE WS-GELOESCHT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "WERBESPERRE           : " TO WS-SUM-TEXT.
         MOVE WS-GESPERRT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ANSCHRIFT AUS ORGMAST : " TO WS-SUM-TEXT.
         MOVE WS-ORG-ERBE-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF VTL-NAME NOT = SPACES
             MOVE "NICHT IM VERTEILER    : " TO WS-SUM-TEXT
             MOVE WS-NICHT-VERTEILER-ZAEHLER TO WS-SUM-ANZAHL
             MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             COMPUTE WS-VTL-FEHLT-ZAEHLER =
                 VTL-ANZAHL - WS-VTL-GEFUNDEN-ZAEHLER
             MOVE "MITGL. OHNE EINGABE   : " TO WS-SUM-TEXT
             MOVE WS-VTL-FEHLT-ZAEHLER TO WS-SUM-ANZAHL
             MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         IF KONTAKTGRENZE-AKTIV
             MOVE "KONTAKTGRENZE         : " TO WS-SUM-TEXT
             MOVE WS-GRENZE-ZAEHLER TO WS-SUM-ANZAHL
             MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         IF AMTLICHE-SENDUNG
             MOVE "PFLICHTSENDUNG, GESP. : " TO WS-SUM-TEXT
             MOVE WBS-AMTLICH-ANZAHL TO WS-SUM-ANZAHL
             MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * Umschlag der Ausgabedatei eroeffnen; der Eingabe-Umschlag
      * prueft mit leerer Kennung (Eingabedatei ist Laufparameter).
         MOVE WS-KRITERIUMZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Werbesperre: bei Pflichtsendungen zuerst die Stufe AMTLICH
      * in das Journal, dann Sperrdatei laden und Sperrbericht
      * eroeffnen (CALL "werbsp").
       W000-BEGINNE-WERBESPERRE.
         IF AMTLICHE-SENDUNG
             MOVE WS-KAMPAGNE-NUMMER TO KAMP-NUMMER
             MOVE "AMTLICH" TO KAMP-STUFE
             MOVE ZERO TO KAMP-ANZAHL
             MOVE "PFLICHTSENDUNG, WERBESPERRE AUFGEHOBEN"
                 TO KAMP-ZUSATZ
             CALL "kamplog" USING KAMP-BLOCK
         END-IF.
         MOVE "adrwahl" TO WBS-PROGRAMM.
         MOVE WS-KAMPAGNE-NUMMER TO WBS-KAMPAGNE.
         MOVE WS-AMTLICH-SCHALTER TO WBS-AMTLICH.
         MOVE "ANFANG" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.
         IF WBS-STATUS NOT = "00"
             DISPLAY "ADRWAHL: Werbesperre nicht verfuegbar "
                 "(Status " WBS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       W100-PRUEFE-WERBESPERRE.
         MOVE ADR-ID TO WBS-ID.
         MOVE ADR-NAME TO WBS-NAME.
         MOVE "PRUEFEN" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.
         IF WBS-STATUS NOT = "00"
             DISPLAY "ADRWAHL: Fehler im Sperrbericht "
                 "(Status " WBS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       W200-SCHLIESSE-WERBESPERRE.
         MOVE "ABSCHLUSS" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.

      * Zweitanschriften: die am Versandtag gueltigen Eintraege
      * aus ZWEITADR.DAT laden (CALL "zweitadr").
       V000-BEGINNE-ZWEITANSCHRIFT.
         MOVE "adrwahl" TO ZWA-PROGRAMM.
         MOVE WS-VERSANDTAG TO ZWA-STICHTAG.
         MOVE "ANFANG" TO ZWA-FUNKTION.
         CALL "zweitadr" USING ZWA-BLOCK.
         IF ZWA-STATUS NOT = "00"
             DISPLAY "ADRWAHL: Zweitanschriften nicht verfuegbar "
                 "(Status " ZWA-STATUS ", VERSANDTAG="
                 WS-VERSANDTAG ")"
             STOP RUN RETURNING 1
         END-IF.

      * Die Versandanschrift steht danach in ZWA-ADRESSE; der
      * gelesene Satz bleibt fuer die Kriterien unveraendert.
       V100-SUCHE-ZWEITANSCHRIFT.
         MOVE ADRESSE-SATZ TO ZWA-ADRESSE.
         MOVE "ANWENDEN" TO ZWA-FUNKTION.
         CALL "zweitadr" USING ZWA-BLOCK.

       V200-SCHLIESSE-ZWEITANSCHRIFT.
         MOVE "ABSCHLUSS" TO ZWA-FUNKTION.
         CALL "zweitadr" USING ZWA-BLOCK.

      * Organisationsmaster laden (CALL "orgadr"); ohne
      * ORGMAST.DAT bleiben die Saetze, wie sie sind.
       O000-BEGINNE-ORGANISATIONEN.
         MOVE "ANFANG" TO ORGA-FUNKTION.
         CALL "orgadr" USING ORGA-BLOCK.
         IF ORGA-STATUS NOT = "00" AND ORGA-STATUS NOT = "35"
             DISPLAY "ADRWAHL: Organisationsmaster nicht verfuegbar "
                 "(Status " ORGA-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

      * Geerbte Felder eines verknuepften Satzes auf den Stand
      * des Organisationsmasters bringen.
       O100-ERBE-ORGANISATION.
         MOVE ADRESSE-SATZ TO ORGA-ADRESSE.
         MOVE "ANWENDEN" TO ORGA-FUNKTION.
         CALL "orgadr" USING ORGA-BLOCK.
         IF ORGA-GEAENDERT
             MOVE ORGA-ADRESSE TO ADRESSE-SATZ
             ADD 1 TO WS-ORG-ERBE-ZAEHLER
         END-IF.

      * Staendiger Verteiler: aktuelle Mitglieder laden (CALL
      * "verteil"); ein fehlender, unbekannter oder leerer
      * Verteiler bricht ab, statt eine leere Sendung zu liefern.
       T000-LADE-VERTEILER.
         MOVE "ANFANG" TO VTL-FUNKTION.
         CALL "verteil" USING VTL-BLOCK.
         IF VTL-STATUS NOT = "00"
             DISPLAY "ADRWAHL: Verteiler " VTL-NAME
                 " nicht verfuegbar (Status " VTL-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         IF WS-KAMPAGNE-NUMMER > ZERO
             MOVE WS-KAMPAGNE-NUMMER TO KAMP-NUMMER
             MOVE "KRITERIUM" TO KAMP-STUFE
             MOVE VTL-ANZAHL TO KAMP-ANZAHL
             MOVE SPACES TO KAMP-ZUSATZ
             STRING "VERTEILER=" VTL-NAME
                 DELIMITED BY SIZE INTO KAMP-ZUSATZ
             CALL "kamplog" USING KAMP-BLOCK
         END-IF.

       T100-PRUEFE-VERTEILER.
         MOVE ADR-ID TO VTL-ID.
         MOVE "PRUEFEN" TO VTL-FUNKTION.
         CALL "verteil" USING VTL-BLOCK.
         IF VTL-MITGLIED
             ADD 1 TO WS-VTL-GEFUNDEN-ZAEHLER
         END-IF.

      * Kontaktgrenze: ohne KONTAKTE= gilt KONTAKT.TAB (fehlt
      * die Datei, gibt es keine Grenze). Bei aktiver Grenze
      * laedt sendhist die Stuecke im Zeitraum um den Versandtag;
      * Pflichtsendungen sind nie begrenzt.
       S000-BEGINNE-KONTAKTGRENZE.
         IF NOT KONTAKTE-VORGEGEBEN
             PERFORM S010-LADE-KONTAKTTABELLE
         END-IF.
         IF WS-KONTAKT-STUECKE = ZERO OR AMTLICHE-SENDUNG
             EXIT PARAGRAPH
         END-IF.
         SET KONTAKTGRENZE-AKTIV TO TRUE.
         MOVE "adrwahl" TO SNH-PROGRAMM.
         MOVE WS-KAMPAGNE-NUMMER TO SNH-KAMPAGNE.
         MOVE WS-VERSANDTAG TO SNH-VERSANDTAG.
         MOVE WS-KONTAKT-TAGE TO SNH-GRENZE-TAGE.
         MOVE "LADEN" TO SNH-FUNKTION.
         CALL "sendhist" USING SNH-BLOCK.
         IF SNH-STATUS NOT = "00"
             DISPLAY "ADRWAHL: Versandhistorie nicht verfuegbar "
                 "(Status " SNH-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       S010-LADE-KONTAKTTABELLE.
         OPEN INPUT KONTAKT-DATEI.
         IF KONTAKT-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT KONTAKT-STATUS-OK
             DISPLAY "Sorry, unable to open KONTAKT.TAB, status "
                 KONTAKT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM S020-LIES-KONTAKTZEILE.
         PERFORM S030-UEBERNIMM-KONTAKTZEILE
             UNTIL ENDE-DER-KONTAKTDATEI.
         CLOSE KONTAKT-DATEI.

       S020-LIES-KONTAKTZEILE.
         READ KONTAKT-DATEI
             AT END SET ENDE-DER-KONTAKTDATEI TO TRUE.
         IF NOT KONTAKT-STATUS-OK AND NOT KONTAKT-STATUS-ENDE
             DISPLAY "Sorry, error reading KONTAKT.TAB, status "
                 KONTAKT-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Die erste Zeile, die kein Kommentar ist, gilt.
       S030-UEBERNIMM-KONTAKTZEILE.
         IF KONTAKT-SATZ NOT = SPACES
             AND KONTAKT-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-STUECKE WS-FELD-TAGE
             UNSTRING KONTAKT-SATZ DELIMITED BY ";"
                 INTO WS-FELD-STUECKE WS-FELD-TAGE
             END-UNSTRING
             PERFORM S050-UEBERNIMM-GRENZE
             SET ENDE-DER-KONTAKTDATEI TO TRUE
         ELSE
             PERFORM S020-LIES-KONTAKTZEILE
         END-IF.

      * STUECKE 0 hebt die Grenze auf, sonst muessen beide Werte
      * Zahlen und TAGE groesser 0 sein.
       S050-UEBERNIMM-GRENZE.
         IF FUNCTION TRIM(WS-FELD-STUECKE) IS NOT NUMERIC
             DISPLAY "ADRWAHL: Kontaktgrenze braucht STUECKE/TAGE "
                 "als Zahlen (KONTAKT.TAB oder KONTAKTE=n/m)"
             STOP RUN RETURNING 1
         END-IF.
         MOVE FUNCTION NUMVAL(WS-FELD-STUECKE) TO WS-KONTAKT-STUECKE.
         IF WS-KONTAKT-STUECKE = ZERO
             EXIT PARAGRAPH
         END-IF.
         IF FUNCTION TRIM(WS-FELD-TAGE) IS NOT NUMERIC
             DISPLAY "ADRWAHL: Kontaktgrenze braucht STUECKE/TAGE "
                 "als Zahlen (KONTAKT.TAB oder KONTAKTE=n/m)"
             STOP RUN RETURNING 1
         END-IF.
         MOVE FUNCTION NUMVAL(WS-FELD-TAGE) TO WS-KONTAKT-TAGE.
         IF WS-KONTAKT-TAGE = ZERO
             DISPLAY "ADRWAHL: Kontaktgrenze braucht mindestens "
                 "einen Tag"
             STOP RUN RETURNING 1
         END-IF.

       S100-PRUEFE-KONTAKTGRENZE.
         MOVE ADR-ID TO SNH-ID.
         MOVE "PRUEFEN" TO SNH-FUNKTION.
         CALL "sendhist" USING SNH-BLOCK.

       S200-BERICHTE-GRENZE.
         MOVE ADR-ID TO WS-GRZ-ID.
         MOVE ADR-NAME TO WS-GRZ-NAME.
         MOVE SNH-STUECKE TO WS-GRZ-STUECKE.
         MOVE WS-GRENZZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM S210-BERICHTE-STUECK
             VARYING WS-STUECK-INDEX FROM 1 BY 1
             UNTIL WS-STUECK-INDEX > SNH-STUECKE
                 OR WS-STUECK-INDEX > 20.

       S210-BERICHTE-STUECK.
         MOVE SNH-STK-KAMPAGNE(WS-STUECK-INDEX) TO WS-STZ-KAMPAGNE.
         MOVE SNH-STK-VERSANDTAG(WS-STUECK-INDEX)
             TO WS-STZ-VERSANDTAG.
         EVALUATE SNH-STK-KANAL(WS-STUECK-INDEX)
             WHEN "E"
                 MOVE "ETIKETT" TO WS-STZ-KANAL
             WHEN "B"
                 MOVE "BRIEF" TO WS-STZ-KANAL
             WHEN "D"
                 MOVE "DRUCKBUERO" TO WS-STZ-KANAL
             WHEN OTHER
                 MOVE SNH-STK-KANAL(WS-STUECK-INDEX) TO WS-STZ-KANAL
         END-EVALUATE.
         MOVE WS-STUECKZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Empfaengerliste der Kampagne (KAMPEMPF.DAT), Grundlage
      * der Antwortquoten in kampber; fehlt sie, wird sie neu
      * angelegt. Alle Zeilen eines Laufs tragen denselben
      * Zeitstempel.
       K000-EROEFFNE-EMPFAENGERLISTE.
         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LAUFSTEMPEL.
         OPEN EXTEND EMPFAENGER-DATEI.
         IF EMPF-STATUS = "35"
             OPEN OUTPUT EMPFAENGER-DATEI
         END-IF.
         IF NOT EMPF-STATUS-OK
             DISPLAY "Sorry, unable to open KAMPEMPF.DAT, status "
                 EMPF-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Bestellende Kostenstelle und Ansprechpartner als Stufe
      * BESTELLT; ein Wiederholungslauf darf sie aendern, umlage
      * nimmt die juengste Zeile.
       K050-SCHREIBE-BESTELLUNG.
         MOVE WS-KAMPAGNE-NUMMER TO KAMP-NUMMER.
         MOVE "BESTELLT" TO KAMP-STUFE.
         MOVE ZERO TO KAMP-ANZAHL.
         MOVE SPACES TO KAMP-ZUSATZ.
         STRING FUNCTION TRIM(WS-KOSTENSTELLE) ","
             FUNCTION TRIM(WS-BESTELLER)
             DELIMITED BY SIZE INTO KAMP-ZUSATZ.
         CALL "kamplog" USING KAMP-BLOCK.

      * PLZ und Land sind die der Versandanschrift (gegebenenfalls
      * der Zweitanschrift), die Kriterien die der Stammdaten.
       K100-SCHREIBE-EMPFAENGER.
         MOVE SPACES TO WS-EMPFAENGERZEILE.
         STRING ADR-ID ";" WS-KAMPAGNE-NUMMER ";"
             WS-LAUFSTEMPEL ";"
             FUNCTION TRIM(ADR-PLZ) ";"
             FUNCTION TRIM(ADR-LAND) ";"
             FUNCTION TRIM(WS-KRIT-MUSTER)
             DELIMITED BY SIZE INTO WS-EMPFAENGERZEILE.
         MOVE WS-EMPFAENGERZEILE TO EMPFAENGER-SATZ.
         WRITE EMPFAENGER-SATZ.
         IF NOT EMPF-STATUS-OK
             DISPLAY "Sorry, error writing KAMPEMPF.DAT, status "
                 EMPF-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Herkunftsprotokoll: Master und Kriterien (die Generation
      * von ADRWAHL.DAT ist die Kampagnennummer, ueber sie findet
      * herkausk zusaetzlich das Kampagnenjournal).
       Z900-MELDE-HERKUNFT.
         MOVE "adrwahl" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE WS-EINGABE-NAME TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         IF NOT NUR-VERTEILER
             MOVE "ADRWAHL.KRT" TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
      * Alles, was ueber Auswahl, Ersatzanschrift oder
      * Unterdrueckung eines Empfaengers mitentscheidet.
         IF VTL-NAME NOT = SPACES
             MOVE "VERTEILER.DAT" TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         MOVE "ORGMAST.DAT" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "ZWEITADR.DAT" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "WERBSPERRE.DAT" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         IF NOT AMTLICHE-SENDUNG AND WS-KAMPAGNE-NUMMER > 1
             MOVE "KAMPAGNE.DAT" TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         IF NOT KONTAKTE-VORGEGEBEN
             MOVE "KONTAKT.TAB" TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         IF KONTAKTGRENZE-AKTIV
             MOVE "SENDHIST.DAT" TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ADRWAHL.DAT" TO HKF-DATEI.
         MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADRWAHL: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM adrwahl.

      * vim:ai sw=4 sts=4 expandtab
