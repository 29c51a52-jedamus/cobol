      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Adressbestaetigung: Anschriften veralten unbemerkt, bis
      * die Retoure kommt. Dieses Programm fuehrt je ADR-ID das
      * Datum der letzten Bestaetigung durch den Empfaenger und
      * schreibt in regelmaessigen Abstaenden alle an, deren
      * Bestaetigung zu alt ist. Aufruf:
      *     adrbest AUSWAHL KAMPAGNE=n [MONATE=m] [FRIST=t]
      *             [AMTLICH]
      *     adrbest ANTWORT [antwortdatei]
      *
      * Die Bestaetigungsdatei BESTAET.DAT hat je ADR-ID eine
      * Zeile
      *     ADR-ID;BESTAETIGT;RUNDE;ANGESCHRIEBEN;KAMPAGNE;ANTWORT
      *   BESTAETIGT:    JJJJMMTT der letzten Bestaetigung, leer =
      *                  noch nie bestaetigt
      *   RUNDE:         0 = nicht offen, 1 oder 2 = so oft seit
      *                  der letzten Bestaetigung angeschrieben
      *   ANGESCHRIEBEN: JJJJMMTT des letzten Bestaetigungsbriefs
      *   KAMPAGNE:      Kampagne des letzten Bestaetigungsbriefs
      *   ANTWORT:       letzte Antwort B, G oder U (siehe unten)
      * Sie wird nur von adrbest geschrieben, nach ADR-ID
      * geordnet; die ADR-ID steht vorn, damit Loeschlauf
      * (adrloesch) und Datenauskunft (adrausk) sie wie jede
      * andere Datei mit ADR-ID-Satzbild behandeln.
      *
      * AUSWAHL liest den Master ADDRESS-MASTER.DAT (Umschlag
      * ADRMAST) und waehlt jeden Satz, dessen Bestaetigung
      * aelter als MONATE Monate ist (Standard 24) oder fehlt.
      * Uebergangen werden unzustellbare Saetze (Zustellstatus U,
      * siehe adrretour), gesperrte Empfaenger (CALL "werbsp",
      * ausser mit AMTLICH wie in adrwahl) und Empfaenger, deren
      * letzter Brief noch keine FRIST Tage (Standard 56) alt
      * ist. Wer nach zwei Runden nicht geantwortet hat oder als
      * unbekannt gemeldet wurde, wird nicht ein drittes Mal
      * angeschrieben und auch nicht selbsttaetig gesperrt,
      * sondern steht im Bericht unter NACHFASSEN zur Klaerung
      * von Hand; der Lauf endet dann mit RETURN-CODE 4.
      * Die gewaehlten Saetze gehen mit dem Masterumschlag
      * (Kennung BESTWAHL, Kampagnennummer als Generation) nach
      * BESTWAHL.DAT; der Brief wird daraus mit
      *     serienbf BESTWAHL.DAT TPL=BESTAET
      * gedruckt, die Vorlage BESTAET.TPL traegt die Lesezeile
      * (&LESEZEILE&). Die Auswahl geht als Stufe AUSWAHL in das
      * Kampagnenjournal (CALL "kamplog").
      *
      * ANTWORT liest die Erfassungsdatei der Rueckmeldungen
      * (Standard BESTANTW.DAT), je Zeile
      *     KENNUNG;ART;NAME;ABTEILUNG;ORGANISATION;STRASSE;ORT;
      *     STAAT;PLZ
      *   KENNUNG: die gescannte Lesezeile #NNNNNNPPPPPC (die
      *            Pruefziffer wird geprueft, CALL "pruefzif") oder
      *            die sechsstellige ADR-ID
      *   ART:     B = Anschrift unveraendert bestaetigt
      *            G = geaendert, die neuen Angaben folgen; leere
      *                Felder behalten den Inhalt des Masters
      *            U = Empfaenger unbekannt
      * Zeilen mit * in Spalte 1 und Leerzeilen werden
      * ueberlesen. B und G setzen das Bestaetigungsdatum auf
      * heute und schliessen die Runde; G wird zusaetzlich eine
      * A-Transaktion in ADRTRANS.DAT (Umschlag ADRTRANS,
      * Schluessel ist der bisherige ADR-NAME), die adrpfleg
      * anwendet. U wird nur vermerkt und erscheint im naechsten
      * AUSWAHL-Lauf unter NACHFASSEN. Fehlerhafte Zeilen und
      * Kennungen ohne Mastersatz weist der Bericht aus
      * (RETURN-CODE 4).
      * Beide Laeufe schreiben den Bericht BESTAET.RPT und den
      * hausweiten Statistiksatz.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Satzlaenge des Masters 254 statt 245 (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy); AUSWAHL-SATZ auf
      *     X(254) verbreitert. Logisch geloeschte Adressen werden in
      *     AUSWAHL nicht angeschrieben und in der Summe GELOESCHT
      *     gezaehlt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrbest.
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

           SELECT BESTAET-DATEI
           ASSIGN TO "BESTAET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BESTAET-STATUS.

           SELECT AUSWAHL-DATEI
           ASSIGN TO "BESTWAHL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS AUSWAHL-STATUS.

      * ANTWORTEIN ist ein logischer Dateiname; er wird in
      * A000-BESTAETIGE-ADRESSEN per SET ENVIRONMENT auf die
      * Erfassungsdatei abgebildet.
           SELECT ANTWORT-DATEI
           ASSIGN TO "ANTWORTEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ANTWORT-STATUS.

           SELECT TRANSAKTIONS-DATEI
           ASSIGN TO "ADRTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS TRANS-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "BESTAET.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADDRESS-MASTER
          LABEL RECORDS ARE OMITTED.
           COPY "adresse.cpy".

       FD BESTAET-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BESTAET-SATZ             PIC X(80).

       FD AUSWAHL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 AUSWAHL-SATZ             PIC X(254).

       FD ANTWORT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ANTWORT-SATZ             PIC X(400).

       FD TRANSAKTIONS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 TRANS-SATZ               PIC X(276).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(120).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(40) OCCURS 6 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.
       01 WS-MODUS                    PIC X(08)   VALUE SPACES.
          88 MODUS-AUSWAHL                        VALUE "AUSWAHL".
          88 MODUS-ANTWORT                        VALUE "ANTWORT".
       01 WS-ANTWORT-NAME             PIC X(40)   VALUE
          "BESTANTW.DAT".
       01 WS-KAMPAGNE-NUMMER          PIC 9(04)   VALUE ZERO.
       01 WS-MONATE                   PIC 9(03)   VALUE 24.
       01 WS-FRIST                    PIC 9(03)   VALUE 56.
       01 WS-ZAHL-PARAMETER           PIC X(06).
       01 WS-AMTLICH-SCHALTER         PIC X(01)   VALUE "N".
          88 AMTLICHE-SENDUNG                     VALUE "J".

       01 WS-HEUTE                    PIC 9(08)   VALUE ZERO.
       01 WS-HEUTE-TEILE REDEFINES WS-HEUTE.
          05 WS-HEUTE-JAHR            PIC 9(04).
          05 WS-HEUTE-MONAT           PIC 9(02).
          05 WS-HEUTE-TAG             PIC 9(02).
       01 WS-HEUTE-TAGESZAHL          PIC 9(07)   COMP VALUE ZERO.
       01 WS-GRENZDATUM               PIC 9(08)   VALUE ZERO.
       01 WS-MONATSZAHL               PIC 9(06)   COMP VALUE ZERO.
       01 WS-GRENZ-JAHR               PIC 9(04)   VALUE ZERO.
       01 WS-GRENZ-MONAT              PIC 9(02)   VALUE ZERO.
       01 WS-ALTER-TAGE               PIC S9(07)  COMP VALUE ZERO.

       01 WS-EINGABE-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-EINGABE                     VALUE "J".
       01 WS-KOPF-GEPRUEFT-SCHALTER   PIC X(01)   VALUE "N".
          88 KOPF-GEPRUEFT                        VALUE "J".
       01 WS-ENDE-GESEHEN-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDESATZ-GESEHEN                     VALUE "J".
       01 WS-BESTAET-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-BESTAETIGUNGEN              VALUE "J".
       01 WS-ANTWORT-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-ANTWORTEN                   VALUE "J".
       01 WS-PLATZ-SCHALTER           PIC X(01)   VALUE "N".
          88 PLATZ-GEFUNDEN                       VALUE "J".

      * Bestaetigungen, nach ADR-ID aufsteigend (BESTAET.DAT)
       01 WS-BESTAET-TABELLE.
          05 WS-BESTAET-EINTRAG       OCCURS 9000 TIMES.
             10 BTG-ID                PIC X(06).
             10 BTG-BESTAETIGT        PIC X(08).
             10 BTG-RUNDE             PIC 9(01).
             10 BTG-ANGESCHRIEBEN     PIC X(08).
             10 BTG-KAMPAGNE          PIC X(04).
             10 BTG-ANTWORT           PIC X(01).
       01 WS-BESTAET-ANZAHL           PIC 9(04)   COMP VALUE ZERO.
       01 WS-BESTAET-MAXIMUM          PIC 9(04)   COMP VALUE 9000.
       01 WS-BESTAET-INDEX            PIC 9(04)   COMP VALUE ZERO.
       01 WS-BESTAET-TREFFER          PIC 9(04)   COMP VALUE ZERO.
       01 WS-EINFUEGE-INDEX           PIC 9(04)   COMP VALUE ZERO.
       01 WS-SUCH-ID                  PIC X(06).
       01 WS-UNTEN                    PIC 9(04)   COMP VALUE ZERO.
       01 WS-OBEN                     PIC 9(04)   COMP VALUE ZERO.
       01 WS-MITTE                    PIC 9(04)   COMP VALUE ZERO.

      * Rueckmeldungen aus der Erfassungsdatei
       01 WS-ANTWORT-TABELLE.
          05 WS-ANTWORT-EINTRAG       OCCURS 2000 TIMES.
             10 ANT-ID                PIC X(06).
             10 ANT-ART               PIC X(01).
             10 ANT-NAME              PIC X(40).
             10 ANT-ABTEILUNG         PIC X(40).
             10 ANT-ORGANISATION      PIC X(40).
             10 ANT-STRASSE           PIC X(40).
             10 ANT-ORT               PIC X(40).
             10 ANT-STAAT             PIC X(20).
             10 ANT-PLZ               PIC X(10).
             10 ANT-ZEILE             PIC 9(05).
             10 ANT-ERLEDIGT-SCHALTER PIC X(01).
       01 WS-ANTWORT-ANZAHL           PIC 9(04)   COMP VALUE ZERO.
       01 WS-ANTWORT-MAXIMUM          PIC 9(04)   COMP VALUE 2000.
       01 WS-ANTWORT-INDEX            PIC 9(04)   COMP VALUE ZERO.
       01 WS-ANTWORT-ZEILE            PIC 9(05)   VALUE ZERO.
       01 WS-ABWEIS-ZEILE             PIC 9(05)   VALUE ZERO.

      * Felder einer Zeile aus BESTAET.DAT bzw. BESTANTW.DAT
       01 WS-FELD-ID                  PIC X(13).
       01 WS-FELD-BESTAETIGT          PIC X(08).
       01 WS-FELD-RUNDE               PIC X(01).
       01 WS-FELD-ANGESCHRIEBEN       PIC X(08).
       01 WS-FELD-KAMPAGNE            PIC X(04).
       01 WS-FELD-ANTWORT             PIC X(01).
       01 WS-FELD-ART                 PIC X(02).
       01 WS-FELD-NAME                PIC X(40).
       01 WS-FELD-ABTEILUNG           PIC X(40).
       01 WS-FELD-ORGANISATION        PIC X(40).
       01 WS-FELD-STRASSE             PIC X(40).
       01 WS-FELD-ORT                 PIC X(40).
       01 WS-FELD-STAAT               PIC X(20).
       01 WS-FELD-PLZ                 PIC X(10).
       01 WS-FELD-REST                PIC X(80).
       01 WS-GRUND                    PIC X(40).

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

       01 WS-GELESEN-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-GEWAEHLT-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-AKTUELL-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-WARTEND-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-RETOUREN-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-GESPERRT-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-NACHFASS-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-ZWEITE-RUNDE-ZAEHLER     PIC 9(05)   COMP VALUE ZERO.
       01 WS-BESTAETIGT-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.
       01 WS-GEAENDERT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-UNBEKANNT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABGEWIESEN-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.

       01 WS-DATUM-EINGABE            PIC X(08).
       01 WS-DATUM-ANZEIGE            PIC X(10).
       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-NACHFASSZEILE.
          05 WS-NFZ-ID                PIC X(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-NFZ-NAME              PIC X(30).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-NFZ-DATUM             PIC X(10).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-NFZ-GRUND             PIC X(31).

       01 WS-ANTWORTZEILE.
          05 WS-ATZ-ID                PIC X(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-ATZ-NAME              PIC X(30).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-ATZ-TEXT              PIC X(42).

       01 WS-ABWEISZEILE.
          05 FILLER                   PIC X(06)   VALUE "ZEILE ".
          05 WS-AWZ-ZEILE             PIC ZZZZ9.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-AWZ-KENNUNG           PIC X(13).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-AWZ-GRUND             PIC X(40).

       01 WS-PARAMETERZEILE.
          05 WS-PRZ-TEXT              PIC X(24).
          05 WS-PRZ-WERT              PIC X(12).
       01 WS-ZAHL-ANZEIGE             PIC ZZZ9.

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ADRMAST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ADRMAST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ADRMAST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ADRMAST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ADRMAST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BESTAET-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BESTAET-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BESTAET-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BESTAET-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BESTAET-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==AUSWAHL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==AUSWAHL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==AUSWAHL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==AUSWAHL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==AUSWAHL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ANTWORT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ANTWORT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ANTWORT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ANTWORT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ANTWORT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==TRANS-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==TRANS-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==TRANS-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==TRANS-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==TRANS-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==EIN-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==AUS-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".
       COPY "kampagne.cpy".
       COPY "werbsp.cpy".
       COPY "pruefzif.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-BESTAETIGE-ADRESSEN.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3) WS-WORT(4)
                  WS-WORT(5) WS-WORT(6)
         END-UNSTRING.
         MOVE WS-WORT(1) TO WS-MODUS.
         IF NOT MODUS-AUSWAHL AND NOT MODUS-ANTWORT
             DISPLAY "ADRBEST: Aufruf: adrbest AUSWAHL KAMPAGNE=n "
                 "[MONATE=m] [FRIST=t] [AMTLICH] oder "
                 "adrbest ANTWORT [antwortdatei]"
             STOP RUN RETURNING 1
         END-IF.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 2 BY 1
             UNTIL WS-WORT-INDEX > 6.
         IF MODUS-AUSWAHL AND WS-KAMPAGNE-NUMMER = ZERO
             DISPLAY "ADRBEST: AUSWAHL braucht KAMPAGNE="
             STOP RUN RETURNING 1
         END-IF.
         SET ENVIRONMENT "ANTWORTEIN"
             TO FUNCTION TRIM(WS-ANTWORT-NAME).

         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         COMPUTE WS-HEUTE-TAGESZAHL =
             FUNCTION INTEGER-OF-DATE(WS-HEUTE).
      * Grenzdatum: heute vor MONATE Monaten; wer an oder nach
      * diesem Tag bestaetigt hat, ist aktuell.
         COMPUTE WS-MONATSZAHL = WS-HEUTE-JAHR * 12
             + WS-HEUTE-MONAT - 1 - WS-MONATE.
         DIVIDE WS-MONATSZAHL BY 12 GIVING WS-GRENZ-JAHR
             REMAINDER WS-GRENZ-MONAT.
         ADD 1 TO WS-GRENZ-MONAT.
         COMPUTE WS-GRENZDATUM = WS-GRENZ-JAHR * 10000
             + WS-GRENZ-MONAT * 100 + WS-HEUTE-TAG.

         PERFORM B000-LADE-BESTAETIGUNGEN.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open BESTAET.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

         IF MODUS-AUSWAHL
             PERFORM C000-WAEHLE-EMPFAENGER
         ELSE
             PERFORM D000-VERBUCHE-ANTWORTEN
         END-IF.

         PERFORM B500-SCHREIBE-BESTAETIGUNGEN.
         CLOSE BERICHT-DATEI.
         PERFORM Z900-MELDE-HERKUNFT.

         MOVE "adrbest " TO STAT-PROGRAMM.
         IF MODUS-AUSWAHL
             MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN
             MOVE WS-GEWAEHLT-ZAEHLER TO STAT-SAETZE-AUS
             MOVE WS-NACHFASS-ZAEHLER TO STAT-ABGEWIESEN
         ELSE
             MOVE WS-ANTWORT-ZEILE TO STAT-SAETZE-EIN
             COMPUTE STAT-SAETZE-AUS = WS-BESTAETIGT-ZAEHLER
                 + WS-GEAENDERT-ZAEHLER + WS-UNBEKANNT-ZAEHLER
             MOVE WS-ABGEWIESEN-ZAEHLER TO STAT-ABGEWIESEN
         END-IF.
         IF WS-NACHFASS-ZAEHLER > ZERO
             OR WS-ABGEWIESEN-ZAEHLER > ZERO
             MOVE 4 TO STAT-RC
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         IF STAT-RC = 4
             STOP RUN RETURNING 4
         END-IF.
         STOP RUN.

       A100-WERTE-PARAMETER-AUS.
         EVALUATE TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = SPACES
                 CONTINUE
             WHEN WS-WORT(WS-WORT-INDEX) = "AMTLICH"
                 AND MODUS-AUSWAHL
                 SET AMTLICHE-SENDUNG TO TRUE
             WHEN WS-WORT(WS-WORT-INDEX)(1:9) = "KAMPAGNE="
                 AND MODUS-AUSWAHL
                 MOVE WS-WORT(WS-WORT-INDEX)(10:6)
                     TO WS-ZAHL-PARAMETER
                 PERFORM A200-PRUEFE-ZAHL
                 MOVE FUNCTION NUMVAL(WS-ZAHL-PARAMETER)
                     TO WS-KAMPAGNE-NUMMER
      * Kampagnennummern beginnen bei 2: die Generation 1 ist
      * der anonyme Lauf (siehe kampagne.cpy).
                 IF WS-KAMPAGNE-NUMMER < 2
                     DISPLAY "ADRBEST: KAMPAGNE= muss mindestens "
                         "2 sein (1 ist der anonyme Lauf)"
                     STOP RUN RETURNING 1
                 END-IF
             WHEN WS-WORT(WS-WORT-INDEX)(1:7) = "MONATE="
                 AND MODUS-AUSWAHL
                 MOVE WS-WORT(WS-WORT-INDEX)(8:6)
                     TO WS-ZAHL-PARAMETER
                 PERFORM A200-PRUEFE-ZAHL
                 MOVE FUNCTION NUMVAL(WS-ZAHL-PARAMETER)
                     TO WS-MONATE
                 IF WS-MONATE = ZERO
                     DISPLAY "ADRBEST: MONATE= muss mindestens "
                         "1 sein"
                     STOP RUN RETURNING 1
                 END-IF
             WHEN WS-WORT(WS-WORT-INDEX)(1:6) = "FRIST="
                 AND MODUS-AUSWAHL
                 MOVE WS-WORT(WS-WORT-INDEX)(7:6)
                     TO WS-ZAHL-PARAMETER
                 PERFORM A200-PRUEFE-ZAHL
                 MOVE FUNCTION NUMVAL(WS-ZAHL-PARAMETER)
                     TO WS-FRIST
             WHEN MODUS-ANTWORT
                 MOVE WS-WORT(WS-WORT-INDEX) TO WS-ANTWORT-NAME
             WHEN OTHER
                 DISPLAY "ADRBEST: unbekannter Parameter "
                     FUNCTION TRIM(WS-WORT(WS-WORT-INDEX))
                 STOP RUN RETURNING 1
         END-EVALUATE.

       A200-PRUEFE-ZAHL.
         IF WS-ZAHL-PARAMETER = SPACES
             OR FUNCTION TRIM(WS-ZAHL-PARAMETER) IS NOT NUMERIC
             OR WS-ZAHL-PARAMETER(4:3) NOT = SPACES
             DISPLAY "ADRBEST: "
                 FUNCTION TRIM(WS-WORT(WS-WORT-INDEX))
                 " ist keine Zahl mit hoechstens 3 Stellen"
             STOP RUN RETURNING 1
         END-IF.

      * Laedt BESTAET.DAT in die aufsteigende Tabelle; eine
      * fehlende Datei ist zulaessig (noch niemand bestaetigt).
       B000-LADE-BESTAETIGUNGEN.
         OPEN INPUT BESTAET-DATEI.
         IF BESTAET-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT BESTAET-STATUS-OK
             DISPLAY "Sorry, unable to open BESTAET.DAT, status "
                 BESTAET-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM B100-LIES-BESTAETIGUNG.
         PERFORM B200-UEBERNIMM-BESTAETIGUNG
             UNTIL ENDE-DER-BESTAETIGUNGEN.
         CLOSE BESTAET-DATEI.

       B100-LIES-BESTAETIGUNG.
         READ BESTAET-DATEI
             AT END SET ENDE-DER-BESTAETIGUNGEN TO TRUE.
         IF NOT BESTAET-STATUS-OK AND NOT BESTAET-STATUS-ENDE
             DISPLAY "Sorry, error reading BESTAET.DAT, status "
                 BESTAET-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-UEBERNIMM-BESTAETIGUNG.
         IF BESTAET-SATZ NOT = SPACES
             AND BESTAET-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ID WS-FELD-BESTAETIGT
                 WS-FELD-RUNDE WS-FELD-ANGESCHRIEBEN
                 WS-FELD-KAMPAGNE WS-FELD-ANTWORT
             UNSTRING BESTAET-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-BESTAETIGT
                      WS-FELD-RUNDE WS-FELD-ANGESCHRIEBEN
                      WS-FELD-KAMPAGNE WS-FELD-ANTWORT
             END-UNSTRING
             IF WS-FELD-ID(1:6) IS NOT NUMERIC
                 OR WS-FELD-RUNDE IS NOT NUMERIC
                 DISPLAY "ADRBEST: fehlerhafte Zeile in "
                     "BESTAET.DAT: " FUNCTION TRIM(BESTAET-SATZ)
                 STOP RUN RETURNING 1
             END-IF
             MOVE WS-FELD-ID(1:6) TO WS-SUCH-ID
             PERFORM F000-FUEGE-ID-EIN
             MOVE WS-FELD-BESTAETIGT
                 TO BTG-BESTAETIGT(WS-BESTAET-TREFFER)
             MOVE WS-FELD-RUNDE TO BTG-RUNDE(WS-BESTAET-TREFFER)
             MOVE WS-FELD-ANGESCHRIEBEN
                 TO BTG-ANGESCHRIEBEN(WS-BESTAET-TREFFER)
             MOVE WS-FELD-KAMPAGNE
                 TO BTG-KAMPAGNE(WS-BESTAET-TREFFER)
             MOVE WS-FELD-ANTWORT TO BTG-ANTWORT(WS-BESTAET-TREFFER)
         END-IF.
         PERFORM B100-LIES-BESTAETIGUNG.

      * Schreibt die Tabelle nach ADR-ID geordnet zurueck.
       B500-SCHREIBE-BESTAETIGUNGEN.
         OPEN OUTPUT BESTAET-DATEI.
         IF NOT BESTAET-STATUS-OK
             DISPLAY "Sorry, unable to open BESTAET.DAT, status "
                 BESTAET-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM B600-SCHREIBE-BESTAETIGUNG
             VARYING WS-BESTAET-INDEX FROM 1 BY 1
             UNTIL WS-BESTAET-INDEX > WS-BESTAET-ANZAHL.
         CLOSE BESTAET-DATEI.

       B600-SCHREIBE-BESTAETIGUNG.
         MOVE SPACES TO BESTAET-SATZ.
         STRING BTG-ID(WS-BESTAET-INDEX) ";"
             BTG-BESTAETIGT(WS-BESTAET-INDEX) ";"
             BTG-RUNDE(WS-BESTAET-INDEX) ";"
             BTG-ANGESCHRIEBEN(WS-BESTAET-INDEX) ";"
             BTG-KAMPAGNE(WS-BESTAET-INDEX) ";"
             BTG-ANTWORT(WS-BESTAET-INDEX)
             DELIMITED BY SIZE INTO BESTAET-SATZ.
         WRITE BESTAET-SATZ.
         IF NOT BESTAET-STATUS-OK
             DISPLAY "Sorry, error writing BESTAET.DAT, status "
                 BESTAET-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * AUSWAHL: Master lesen, faellige Empfaenger nach
      * BESTWAHL.DAT, Nachfassfaelle in den Bericht.
       C000-WAEHLE-EMPFAENGER.
         PERFORM W000-BEGINNE-WERBESPERRE.
         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT AUSWAHL-DATEI.
         IF NOT AUSWAHL-STATUS-OK
             DISPLAY "Sorry, unable to open BESTWAHL.DAT, status "
                 AUSWAHL-STATUS
             STOP RUN RETURNING 1
         END-IF.

         MOVE "ADRBEST ADRESSBESTAETIGUNG - AUSWAHL"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "KAMPAGNE              : " TO WS-PRZ-TEXT.
         MOVE WS-KAMPAGNE-NUMMER TO WS-ZAHL-ANZEIGE.
         MOVE FUNCTION TRIM(WS-ZAHL-ANZEIGE) TO WS-PRZ-WERT.
         MOVE WS-PARAMETERZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "MONATE                : " TO WS-PRZ-TEXT.
         MOVE WS-MONATE TO WS-ZAHL-ANZEIGE.
         MOVE FUNCTION TRIM(WS-ZAHL-ANZEIGE) TO WS-PRZ-WERT.
         MOVE WS-PARAMETERZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "BESTAETIGT VOR        : " TO WS-PRZ-TEXT.
         MOVE WS-GRENZDATUM TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE WS-DATUM-ANZEIGE TO WS-PRZ-WERT.
         MOVE WS-PARAMETERZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "FRIST IN TAGEN        : " TO WS-PRZ-TEXT.
         MOVE WS-FRIST TO WS-ZAHL-ANZEIGE.
         MOVE FUNCTION TRIM(WS-ZAHL-ANZEIGE) TO WS-PRZ-WERT.
         MOVE WS-PARAMETERZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "NACHFASSEN (VON HAND KLAEREN)" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM U000-EROEFFNE-UMSCHLAEGE.
         PERFORM C100-LIES-ADRESSE-SATZ.
         PERFORM C200-PRUEFE-ADRESSE-SATZ
             UNTIL ENDE-DER-EINGABE.
         IF NOT ENDESATZ-GESEHEN
             DISPLAY "ADRBEST: Endesatz des Umschlags fehlt in "
                 "ADDRESS-MASTER.DAT"
             STOP RUN RETURNING 1
         END-IF.
         PERFORM U200-SCHLIESSE-UMSCHLAEGE.
         CLOSE ADDRESS-MASTER AUSWAHL-DATEI.
         MOVE "ABSCHLUSS" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.

         IF WS-NACHFASS-ZAEHLER = ZERO
             MOVE "  (keine)" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SAETZE GELESEN        : " TO WS-SUM-TEXT.
         MOVE WS-GELESEN-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "BESTAETIGUNG AKTUELL  : " TO WS-SUM-TEXT.
         MOVE WS-AKTUELL-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "ANTWORT AUSSTEHEND    : " TO WS-SUM-TEXT.
         MOVE WS-WARTEND-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "UNZUSTELLBAR          : " TO WS-SUM-TEXT.
         MOVE WS-RETOUREN-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "GELOESCHT             : " TO WS-SUM-TEXT.
         MOVE WS-GELOESCHT-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "WERBESPERRE           : " TO WS-SUM-TEXT.
         MOVE WS-GESPERRT-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "NACHFASSEN            : " TO WS-SUM-TEXT.
         MOVE WS-NACHFASS-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "ANGESCHRIEBEN         : " TO WS-SUM-TEXT.
         MOVE WS-GEWAEHLT-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "  DAVON ZWEITE RUNDE  : " TO WS-SUM-TEXT.
         MOVE WS-ZWEITE-RUNDE-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.

         DISPLAY "ADRBEST: gelesen " WS-GELESEN-ZAEHLER
             ", angeschrieben " WS-GEWAEHLT-ZAEHLER
             ", nachfassen " WS-NACHFASS-ZAEHLER.
         MOVE WS-KAMPAGNE-NUMMER TO KAMP-NUMMER.
         MOVE "AUSWAHL" TO KAMP-STUFE.
         MOVE WS-GEWAEHLT-ZAEHLER TO KAMP-ANZAHL.
         MOVE "ADRESSBESTAETIGUNG" TO KAMP-ZUSATZ.
         CALL "kamplog" USING KAMP-BLOCK.

       C100-LIES-ADRESSE-SATZ.
         READ ADDRESS-MASTER
             AT END SET ENDE-DER-EINGABE TO TRUE.
         IF NOT ADRMAST-STATUS-OK AND NOT ADRMAST-STATUS-ENDE
             DISPLAY "Sorry, error reading ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

       C200-PRUEFE-ADRESSE-SATZ.
         IF NOT KOPF-GEPRUEFT
             PERFORM U100-PRUEFE-EINGABEKOPF
         ELSE
             IF ADRESSE-SATZ(1:2) = "UE"
                 PERFORM U150-PRUEFE-EINGABEENDE
             ELSE
                 PERFORM C300-PRUEFE-EMPFAENGER
             END-IF
         END-IF.
         PERFORM C100-LIES-ADRESSE-SATZ.

      * Reihenfolge der Pruefungen: geloescht, unzustellbar, aktuell
      * bestaetigt, Antwort noch in der Frist, Nachfassen (zwei
      * Runden ohne Antwort oder unbekannt), Werbesperre; wer
      * uebrig bleibt, wird angeschrieben.
       C300-PRUEFE-EMPFAENGER.
         IF ENDESATZ-GESEHEN
             DISPLAY "ADRBEST: Nutzsatz nach dem Endesatz in "
                 "ADDRESS-MASTER.DAT"
             STOP RUN RETURNING 1
         END-IF.
         MOVE ADRESSE-SATZ TO EIN-UMS-PUFFER.
         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         ADD 1 TO WS-GELESEN-ZAEHLER.
         IF ADR-GELOESCHT
             ADD 1 TO WS-GELOESCHT-ZAEHLER
             EXIT PARAGRAPH
         END-IF.
         IF ADR-UNZUSTELLBAR
             ADD 1 TO WS-RETOUREN-ZAEHLER
             EXIT PARAGRAPH
         END-IF.
         MOVE ADR-ID TO WS-SUCH-ID.
         PERFORM F100-SUCHE-ID.
         IF WS-BESTAET-TREFFER NOT = ZERO
             IF BTG-BESTAETIGT(WS-BESTAET-TREFFER) NOT = SPACES
                 AND BTG-BESTAETIGT(WS-BESTAET-TREFFER)
                     NOT LESS WS-GRENZDATUM
                 AND BTG-ANTWORT(WS-BESTAET-TREFFER) NOT = "U"
                 ADD 1 TO WS-AKTUELL-ZAEHLER
                 EXIT PARAGRAPH
             END-IF
             IF BTG-ANTWORT(WS-BESTAET-TREFFER) = "U"
                 MOVE "EMPFAENGER UNBEKANNT" TO WS-NFZ-GRUND
                 PERFORM C500-SCHREIBE-NACHFASSEN
                 EXIT PARAGRAPH
             END-IF
             IF BTG-RUNDE(WS-BESTAET-TREFFER) > ZERO
                 AND BTG-ANGESCHRIEBEN(WS-BESTAET-TREFFER)
                     IS NUMERIC
                 COMPUTE WS-ALTER-TAGE = WS-HEUTE-TAGESZAHL
                     - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       BTG-ANGESCHRIEBEN(WS-BESTAET-TREFFER)))
                 IF WS-ALTER-TAGE < WS-FRIST
                     ADD 1 TO WS-WARTEND-ZAEHLER
                     EXIT PARAGRAPH
                 END-IF
             END-IF
             IF BTG-RUNDE(WS-BESTAET-TREFFER) NOT LESS 2
                 MOVE "ZWEI RUNDEN OHNE ANTWORT" TO WS-NFZ-GRUND
                 PERFORM C500-SCHREIBE-NACHFASSEN
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         PERFORM W100-PRUEFE-WERBESPERRE.
         IF WBS-GESPERRT
             ADD 1 TO WS-GESPERRT-ZAEHLER
             EXIT PARAGRAPH
         END-IF.
         PERFORM C400-WAEHLE-EMPFAENGER.

       C400-WAEHLE-EMPFAENGER.
         IF WS-BESTAET-TREFFER = ZERO
             PERFORM F000-FUEGE-ID-EIN
             MOVE SPACES TO BTG-BESTAETIGT(WS-BESTAET-TREFFER)
                 BTG-ANTWORT(WS-BESTAET-TREFFER)
             MOVE ZERO TO BTG-RUNDE(WS-BESTAET-TREFFER)
         END-IF.
         ADD 1 TO BTG-RUNDE(WS-BESTAET-TREFFER).
         IF BTG-RUNDE(WS-BESTAET-TREFFER) = 2
             ADD 1 TO WS-ZWEITE-RUNDE-ZAEHLER
         END-IF.
         MOVE WS-HEUTE TO BTG-ANGESCHRIEBEN(WS-BESTAET-TREFFER).
         MOVE WS-KAMPAGNE-NUMMER TO BTG-KAMPAGNE(WS-BESTAET-TREFFER).
         MOVE ADRESSE-SATZ TO AUSWAHL-SATZ.
         PERFORM E100-SCHREIBE-AUSWAHLSATZ.
         MOVE ADRESSE-SATZ TO AUS-UMS-PUFFER.
         MOVE "SUMME" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         ADD 1 TO WS-GEWAEHLT-ZAEHLER.

       C500-SCHREIBE-NACHFASSEN.
         ADD 1 TO WS-NACHFASS-ZAEHLER.
         MOVE ADR-ID TO WS-NFZ-ID.
         MOVE ADR-NAME TO WS-NFZ-NAME.
         MOVE BTG-ANGESCHRIEBEN(WS-BESTAET-TREFFER)
             TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE WS-DATUM-ANZEIGE TO WS-NFZ-DATUM.
         MOVE WS-NACHFASSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * ANTWORT: Rueckmeldungen laden, dann den Master lesen und
      * jede Rueckmeldung zu ihrem Satz verbuchen.
       D000-VERBUCHE-ANTWORTEN.
         MOVE "ADRBEST ADRESSBESTAETIGUNG - ANTWORTEN"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ABGEWIESENE ZEILEN" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         OPEN INPUT ANTWORT-DATEI.
         IF NOT ANTWORT-STATUS-OK
             DISPLAY "Sorry, unable to open "
                 FUNCTION TRIM(WS-ANTWORT-NAME)
                 ", status " ANTWORT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM D100-LIES-ANTWORT.
         PERFORM D200-UEBERNIMM-ANTWORT
             UNTIL ENDE-DER-ANTWORTEN.
         CLOSE ANTWORT-DATEI.

         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT TRANSAKTIONS-DATEI.
         IF NOT TRANS-STATUS-OK
             DISPLAY "Sorry, unable to open ADRTRANS.DAT, status "
                 TRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM U300-EROEFFNE-TRANSAKTIONEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "VERBUCHTE RUECKMELDUNGEN" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM C100-LIES-ADRESSE-SATZ.
         PERFORM D400-PRUEFE-ADRESSE-SATZ
             UNTIL ENDE-DER-EINGABE.
         IF NOT ENDESATZ-GESEHEN
             DISPLAY "ADRBEST: Endesatz des Umschlags fehlt in "
                 "ADDRESS-MASTER.DAT"
             STOP RUN RETURNING 1
         END-IF.
         PERFORM U400-SCHLIESSE-TRANSAKTIONEN.
         CLOSE ADDRESS-MASTER TRANSAKTIONS-DATEI.

      * Rueckmeldungen, deren ADR-ID nicht im Master steht
      * (geloescht oder zusammengefuehrt), bleiben unerledigt.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "RUECKMELDUNGEN OHNE MASTERSATZ" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM D700-MELDE-UNERLEDIGT
             VARYING WS-ANTWORT-INDEX FROM 1 BY 1
             UNTIL WS-ANTWORT-INDEX > WS-ANTWORT-ANZAHL.

         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ZEILEN GELESEN        : " TO WS-SUM-TEXT.
         MOVE WS-ANTWORT-ZEILE TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "BESTAETIGT (B)        : " TO WS-SUM-TEXT.
         MOVE WS-BESTAETIGT-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "GEAENDERT (G)         : " TO WS-SUM-TEXT.
         MOVE WS-GEAENDERT-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "UNBEKANNT (U)         : " TO WS-SUM-TEXT.
         MOVE WS-UNBEKANNT-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         MOVE "ABGEWIESEN            : " TO WS-SUM-TEXT.
         MOVE WS-ABGEWIESEN-ZAEHLER TO WS-SUM-ANZAHL.
         PERFORM G100-SCHREIBE-SUMME.
         DISPLAY "ADRBEST: Rueckmeldungen bestaetigt "
             WS-BESTAETIGT-ZAEHLER ", geaendert "
             WS-GEAENDERT-ZAEHLER ", unbekannt "
             WS-UNBEKANNT-ZAEHLER ", abgewiesen "
             WS-ABGEWIESEN-ZAEHLER.

       D100-LIES-ANTWORT.
         READ ANTWORT-DATEI
             AT END SET ENDE-DER-ANTWORTEN TO TRUE.
         IF NOT ANTWORT-STATUS-OK AND NOT ANTWORT-STATUS-ENDE
             DISPLAY "Sorry, error reading "
                 FUNCTION TRIM(WS-ANTWORT-NAME)
                 ", status " ANTWORT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       D200-UEBERNIMM-ANTWORT.
         ADD 1 TO WS-ANTWORT-ZEILE.
         MOVE WS-ANTWORT-ZEILE TO WS-ABWEIS-ZEILE.
         IF ANTWORT-SATZ NOT = SPACES
             AND ANTWORT-SATZ(1:1) NOT = "*"
             PERFORM D300-PRUEFE-ANTWORT
         END-IF.
         PERFORM D100-LIES-ANTWORT.

       D300-PRUEFE-ANTWORT.
         MOVE SPACES TO WS-FELD-ID WS-FELD-ART WS-FELD-NAME
             WS-FELD-ABTEILUNG WS-FELD-ORGANISATION
             WS-FELD-STRASSE WS-FELD-ORT WS-FELD-STAAT
             WS-FELD-PLZ WS-FELD-REST.
         UNSTRING ANTWORT-SATZ DELIMITED BY ";"
             INTO WS-FELD-ID WS-FELD-ART WS-FELD-NAME
                  WS-FELD-ABTEILUNG WS-FELD-ORGANISATION
                  WS-FELD-STRASSE WS-FELD-ORT WS-FELD-STAAT
                  WS-FELD-PLZ WS-FELD-REST
         END-UNSTRING.
         INSPECT WS-FELD-ART CONVERTING "bgu" TO "BGU".
         IF WS-FELD-ID(1:1) = "#"
             MOVE WS-FELD-ID(2:11) TO PZF-ZIFFERN
             CALL "pruefzif" USING PZF-BLOCK
             IF PZF-STATUS NOT = "00"
                 OR WS-FELD-ID(13:1) NOT NUMERIC
                 OR FUNCTION NUMVAL(WS-FELD-ID(13:1))
                     NOT = PZF-PRUEFZIFFER
                 MOVE "Lesezeile mit falscher Pruefziffer"
                     TO WS-GRUND
                 PERFORM D350-WEISE-ZEILE-AB
                 EXIT PARAGRAPH
             END-IF
             MOVE WS-FELD-ID(2:6) TO WS-SUCH-ID
         ELSE
             IF WS-FELD-ID(1:6) IS NOT NUMERIC
                 OR WS-FELD-ID(7:7) NOT = SPACES
                 MOVE "weder Lesezeile noch ADR-ID" TO WS-GRUND
                 PERFORM D350-WEISE-ZEILE-AB
                 EXIT PARAGRAPH
             END-IF
             MOVE WS-FELD-ID(1:6) TO WS-SUCH-ID
         END-IF.
         IF WS-FELD-ART NOT = "B" AND WS-FELD-ART NOT = "G"
             AND WS-FELD-ART NOT = "U"
             MOVE "Art nicht B, G oder U" TO WS-GRUND
             PERFORM D350-WEISE-ZEILE-AB
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-ART = "G"
             AND WS-FELD-NAME = SPACES
             AND WS-FELD-ABTEILUNG = SPACES
             AND WS-FELD-ORGANISATION = SPACES
             AND WS-FELD-STRASSE = SPACES
             AND WS-FELD-ORT = SPACES
             AND WS-FELD-STAAT = SPACES
             AND WS-FELD-PLZ = SPACES
             MOVE "Art G ohne neue Angaben" TO WS-GRUND
             PERFORM D350-WEISE-ZEILE-AB
             EXIT PARAGRAPH
         END-IF.
         IF WS-ANTWORT-ANZAHL NOT LESS WS-ANTWORT-MAXIMUM
             DISPLAY "ADRBEST: mehr als " WS-ANTWORT-MAXIMUM
                 " Rueckmeldungen, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-ANTWORT-ANZAHL.
         MOVE WS-SUCH-ID TO ANT-ID(WS-ANTWORT-ANZAHL).
         MOVE WS-FELD-ART TO ANT-ART(WS-ANTWORT-ANZAHL).
         MOVE WS-FELD-NAME TO ANT-NAME(WS-ANTWORT-ANZAHL).
         MOVE WS-FELD-ABTEILUNG TO ANT-ABTEILUNG(WS-ANTWORT-ANZAHL).
         MOVE WS-FELD-ORGANISATION
             TO ANT-ORGANISATION(WS-ANTWORT-ANZAHL).
         MOVE WS-FELD-STRASSE TO ANT-STRASSE(WS-ANTWORT-ANZAHL).
         MOVE WS-FELD-ORT TO ANT-ORT(WS-ANTWORT-ANZAHL).
         MOVE WS-FELD-STAAT TO ANT-STAAT(WS-ANTWORT-ANZAHL).
         MOVE WS-FELD-PLZ TO ANT-PLZ(WS-ANTWORT-ANZAHL).
         MOVE WS-ANTWORT-ZEILE TO ANT-ZEILE(WS-ANTWORT-ANZAHL).
         MOVE "N" TO ANT-ERLEDIGT-SCHALTER(WS-ANTWORT-ANZAHL).

       D350-WEISE-ZEILE-AB.
         ADD 1 TO WS-ABGEWIESEN-ZAEHLER.
         MOVE WS-ABWEIS-ZEILE TO WS-AWZ-ZEILE.
         MOVE WS-FELD-ID TO WS-AWZ-KENNUNG.
         MOVE WS-GRUND TO WS-AWZ-GRUND.
         MOVE WS-ABWEISZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       D400-PRUEFE-ADRESSE-SATZ.
         IF NOT KOPF-GEPRUEFT
             PERFORM U100-PRUEFE-EINGABEKOPF
         ELSE
             IF ADRESSE-SATZ(1:2) = "UE"
                 PERFORM U150-PRUEFE-EINGABEENDE
             ELSE
                 MOVE ADRESSE-SATZ TO EIN-UMS-PUFFER
                 MOVE "SUMME" TO EIN-UMS-FUNKTION
                 CALL "umschlag" USING EIN-UMS-UMSCHLAG
                 ADD 1 TO WS-GELESEN-ZAEHLER
                 PERFORM D500-SUCHE-ANTWORT
                     VARYING WS-ANTWORT-INDEX FROM 1 BY 1
                     UNTIL WS-ANTWORT-INDEX > WS-ANTWORT-ANZAHL
             END-IF
         END-IF.
         PERFORM C100-LIES-ADRESSE-SATZ.

      * Mehrere Rueckmeldungen zu einer ADR-ID werden in der
      * Reihenfolge der Erfassungsdatei verbucht.
       D500-SUCHE-ANTWORT.
         IF ANT-ID(WS-ANTWORT-INDEX) = ADR-ID
             MOVE "J" TO ANT-ERLEDIGT-SCHALTER(WS-ANTWORT-INDEX)
             MOVE ADR-ID TO WS-SUCH-ID
             PERFORM F100-SUCHE-ID
             IF WS-BESTAET-TREFFER = ZERO
                 PERFORM F000-FUEGE-ID-EIN
                 MOVE SPACES TO BTG-BESTAETIGT(WS-BESTAET-TREFFER)
                     BTG-ANGESCHRIEBEN(WS-BESTAET-TREFFER)
                     BTG-KAMPAGNE(WS-BESTAET-TREFFER)
                 MOVE ZERO TO BTG-RUNDE(WS-BESTAET-TREFFER)
             END-IF
             MOVE ANT-ART(WS-ANTWORT-INDEX)
                 TO BTG-ANTWORT(WS-BESTAET-TREFFER)
             MOVE ADR-ID TO WS-ATZ-ID
             MOVE ADR-NAME TO WS-ATZ-NAME
             EVALUATE ANT-ART(WS-ANTWORT-INDEX)
                 WHEN "B"
                     ADD 1 TO WS-BESTAETIGT-ZAEHLER
                     PERFORM D600-SCHLIESSE-RUNDE
                     MOVE "bestaetigt" TO WS-ATZ-TEXT
                 WHEN "G"
                     ADD 1 TO WS-GEAENDERT-ZAEHLER
                     PERFORM D600-SCHLIESSE-RUNDE
                     PERFORM D650-SCHREIBE-TRANSAKTION
                     MOVE "geaendert, A-Transaktion in ADRTRANS.DAT"
                         TO WS-ATZ-TEXT
                 WHEN "U"
                     ADD 1 TO WS-UNBEKANNT-ZAEHLER
                     MOVE "unbekannt, von Hand klaeren"
                         TO WS-ATZ-TEXT
             END-EVALUATE
             MOVE WS-ANTWORTZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       D600-SCHLIESSE-RUNDE.
         MOVE WS-HEUTE TO BTG-BESTAETIGT(WS-BESTAET-TREFFER).
         MOVE ZERO TO BTG-RUNDE(WS-BESTAET-TREFFER).

      * adrpfleg ersetzt bei A alle Inhaltsfelder; leere Felder
      * der Rueckmeldung behalten darum den Inhalt des Masters.
       D650-SCHREIBE-TRANSAKTION.
         MOVE SPACES TO WS-TRANS-AUFBAU.
         MOVE "A" TO AUF-AKTION.
         MOVE ADR-NAME TO AUF-SCHLUESSEL.
         MOVE ADR-NAME TO AUF-NAME.
         MOVE ADR-ABTEILUNG TO AUF-ABTEILUNG.
         MOVE ADR-ORGANISATION TO AUF-ORGANISATION.
         MOVE ADR-STRASSE TO AUF-STRASSE.
         MOVE ADR-ORT TO AUF-ORT.
         MOVE ADR-STAAT TO AUF-STAAT.
         MOVE ADR-PLZ TO AUF-PLZ.
         MOVE ADR-ORG-NR TO AUF-ORG-NR.
         IF ANT-NAME(WS-ANTWORT-INDEX) NOT = SPACES
             MOVE ANT-NAME(WS-ANTWORT-INDEX) TO AUF-NAME
         END-IF.
         IF ANT-ABTEILUNG(WS-ANTWORT-INDEX) NOT = SPACES
             MOVE ANT-ABTEILUNG(WS-ANTWORT-INDEX) TO AUF-ABTEILUNG
         END-IF.
         IF ANT-ORGANISATION(WS-ANTWORT-INDEX) NOT = SPACES
             MOVE ANT-ORGANISATION(WS-ANTWORT-INDEX)
                 TO AUF-ORGANISATION
         END-IF.
         IF ANT-STRASSE(WS-ANTWORT-INDEX) NOT = SPACES
             MOVE ANT-STRASSE(WS-ANTWORT-INDEX) TO AUF-STRASSE
         END-IF.
         IF ANT-ORT(WS-ANTWORT-INDEX) NOT = SPACES
             MOVE ANT-ORT(WS-ANTWORT-INDEX) TO AUF-ORT
         END-IF.
         IF ANT-STAAT(WS-ANTWORT-INDEX) NOT = SPACES
             MOVE ANT-STAAT(WS-ANTWORT-INDEX) TO AUF-STAAT
         END-IF.
         IF ANT-PLZ(WS-ANTWORT-INDEX) NOT = SPACES
             MOVE ANT-PLZ(WS-ANTWORT-INDEX) TO AUF-PLZ
         END-IF.
         MOVE WS-TRANS-AUFBAU TO TRANS-SATZ.
         PERFORM E300-SCHREIBE-TRANSSATZ.
         MOVE WS-TRANS-AUFBAU TO AUS-UMS-PUFFER.
         MOVE "SUMME" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.

       D700-MELDE-UNERLEDIGT.
         IF ANT-ERLEDIGT-SCHALTER(WS-ANTWORT-INDEX) = "N"
             MOVE ANT-ZEILE(WS-ANTWORT-INDEX) TO WS-ABWEIS-ZEILE
             MOVE ANT-ID(WS-ANTWORT-INDEX) TO WS-FELD-ID
             MOVE "ADR-ID nicht im Master" TO WS-GRUND
             PERFORM D350-WEISE-ZEILE-AB
         END-IF.

       E100-SCHREIBE-AUSWAHLSATZ.
         WRITE AUSWAHL-SATZ.
         IF NOT AUSWAHL-STATUS-OK
             DISPLAY "Sorry, error writing BESTWAHL.DAT, status "
                 AUSWAHL-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E300-SCHREIBE-TRANSSATZ.
         WRITE TRANS-SATZ.
         IF NOT TRANS-STATUS-OK
             DISPLAY "Sorry, error writing ADRTRANS.DAT, status "
                 TRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Einfuegen in die aufsteigende Tabelle: von hinten her
      * jede groessere ADR-ID um einen Platz nach oben schieben.
      * Eine schon gefuehrte ADR-ID wird nur gefunden.
      * WS-BESTAET-TREFFER zeigt danach auf den Eintrag.
       F000-FUEGE-ID-EIN.
         PERFORM F100-SUCHE-ID.
         IF WS-BESTAET-TREFFER NOT = ZERO
             EXIT PARAGRAPH
         END-IF.
         IF WS-BESTAET-ANZAHL NOT LESS WS-BESTAET-MAXIMUM
             DISPLAY "ADRBEST: mehr als " WS-BESTAET-MAXIMUM
                 " Eintraege in BESTAET.DAT, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-BESTAET-ANZAHL.
         MOVE WS-BESTAET-ANZAHL TO WS-EINFUEGE-INDEX.
         MOVE "N" TO WS-PLATZ-SCHALTER.
         PERFORM F010-SCHIEBE-HOCH
             UNTIL PLATZ-GEFUNDEN.
         MOVE SPACES TO WS-BESTAET-EINTRAG(WS-EINFUEGE-INDEX).
         MOVE WS-SUCH-ID TO BTG-ID(WS-EINFUEGE-INDEX).
         MOVE ZERO TO BTG-RUNDE(WS-EINFUEGE-INDEX).
         MOVE WS-EINFUEGE-INDEX TO WS-BESTAET-TREFFER.

       F010-SCHIEBE-HOCH.
         IF WS-EINFUEGE-INDEX = 1
             SET PLATZ-GEFUNDEN TO TRUE
             EXIT PARAGRAPH
         END-IF.
         IF BTG-ID(WS-EINFUEGE-INDEX - 1) < WS-SUCH-ID
             SET PLATZ-GEFUNDEN TO TRUE
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-BESTAET-EINTRAG(WS-EINFUEGE-INDEX - 1)
             TO WS-BESTAET-EINTRAG(WS-EINFUEGE-INDEX).
         SUBTRACT 1 FROM WS-EINFUEGE-INDEX.

      * Halbierende Suche nach WS-SUCH-ID; WS-BESTAET-TREFFER
      * bleibt Null, wenn die ADR-ID nicht gefuehrt wird.
       F100-SUCHE-ID.
         MOVE ZERO TO WS-BESTAET-TREFFER.
         MOVE 1 TO WS-UNTEN.
         MOVE WS-BESTAET-ANZAHL TO WS-OBEN.
         PERFORM F110-HALBIERE
             UNTIL WS-UNTEN > WS-OBEN
                 OR WS-BESTAET-TREFFER NOT = ZERO.

       F110-HALBIERE.
         COMPUTE WS-MITTE = (WS-UNTEN + WS-OBEN) / 2.
         EVALUATE TRUE
             WHEN BTG-ID(WS-MITTE) = WS-SUCH-ID
                 MOVE WS-MITTE TO WS-BESTAET-TREFFER
             WHEN BTG-ID(WS-MITTE) < WS-SUCH-ID
                 COMPUTE WS-UNTEN = WS-MITTE + 1
             WHEN WS-MITTE = 1
                 MOVE ZERO TO WS-OBEN
             WHEN OTHER
                 COMPUTE WS-OBEN = WS-MITTE - 1
         END-EVALUATE.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing BESTAET.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G100-SCHREIBE-SUMME.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * JJJJMMTT -> TT.MM.JJJJ; leer bleibt leer.
       G200-FORMATIERE-DATUM.
         MOVE SPACES TO WS-DATUM-ANZEIGE.
         IF WS-DATUM-EINGABE NOT = SPACES
             STRING WS-DATUM-EINGABE(7:2) "." WS-DATUM-EINGABE(5:2)
                 "." WS-DATUM-EINGABE(1:4)
                 DELIMITED BY SIZE INTO WS-DATUM-ANZEIGE
         END-IF.

      * Umschlag der Auswahl: Kennung BESTWAHL, die Kampagne
      * faehrt als Generation mit; der Master wird mit der
      * Kennung ADRMAST geprueft.
       U000-EROEFFNE-UMSCHLAEGE.
         MOVE "ADRMAST" TO EIN-UMS-KENNUNG.
         MOVE "ANFANG" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         MOVE "BESTWAHL" TO AUS-UMS-KENNUNG.
         MOVE "adrbest" TO AUS-UMS-PROGRAMM.
         MOVE WS-KAMPAGNE-NUMMER TO AUS-UMS-GENERATION.
         MOVE "ANFANG" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE "KOPF" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE AUS-UMS-SATZBILD TO AUSWAHL-SATZ.
         PERFORM E100-SCHREIBE-AUSWAHLSATZ.

       U100-PRUEFE-EINGABEKOPF.
         MOVE "J" TO WS-KOPF-GEPRUEFT-SCHALTER.
         MOVE ADRESSE-SATZ TO EIN-UMS-SATZBILD.
         MOVE "PRUEFKOPF" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         IF EIN-UMS-STATUS NOT = "00"
             DISPLAY "ADRBEST: Umschlag-Kopfsatz fehlt oder passt "
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
             DISPLAY "ADRBEST: Umschlag-Endesatz weicht ab in "
                 "ADDRESS-MASTER.DAT"
                 " (Status " EIN-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       U200-SCHLIESSE-UMSCHLAEGE.
         MOVE "ENDE" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE AUS-UMS-SATZBILD TO AUSWAHL-SATZ.
         PERFORM E100-SCHREIBE-AUSWAHLSATZ.

      * Umschlag der Transaktionen wie bei adrimp: Kennung
      * ADRTRANS, damit adrpfleg sie annimmt.
       U300-EROEFFNE-TRANSAKTIONEN.
         MOVE "ADRMAST" TO EIN-UMS-KENNUNG.
         MOVE "ANFANG" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         MOVE "ADRTRANS" TO AUS-UMS-KENNUNG.
         MOVE "adrbest" TO AUS-UMS-PROGRAMM.
         MOVE 1 TO AUS-UMS-GENERATION.
         MOVE "ANFANG" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE "KOPF" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE AUS-UMS-SATZBILD TO TRANS-SATZ.
         PERFORM E300-SCHREIBE-TRANSSATZ.

       U400-SCHLIESSE-TRANSAKTIONEN.
         MOVE "ENDE" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE AUS-UMS-SATZBILD TO TRANS-SATZ.
         PERFORM E300-SCHREIBE-TRANSSATZ.

      * Werbesperre wie in adrwahl: bei AMTLICH zuerst die Stufe
      * AMTLICH in das Journal (dann beachtet auch serienbf die
      * Sperre nicht), dann Sperrdatei laden.
       W000-BEGINNE-WERBESPERRE.
         IF AMTLICHE-SENDUNG
             MOVE WS-KAMPAGNE-NUMMER TO KAMP-NUMMER
             MOVE "AMTLICH" TO KAMP-STUFE
             MOVE ZERO TO KAMP-ANZAHL
             MOVE "PFLICHTSENDUNG, WERBESPERRE AUFGEHOBEN"
                 TO KAMP-ZUSATZ
             CALL "kamplog" USING KAMP-BLOCK
         END-IF.
         MOVE "adrbest" TO WBS-PROGRAMM.
         MOVE WS-KAMPAGNE-NUMMER TO WBS-KAMPAGNE.
         MOVE WS-AMTLICH-SCHALTER TO WBS-AMTLICH.
         MOVE "ANFANG" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.
         IF WBS-STATUS NOT = "00"
             DISPLAY "ADRBEST: Werbesperre nicht verfuegbar "
                 "(Status " WBS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       W100-PRUEFE-WERBESPERRE.
         MOVE ADR-ID TO WBS-ID.
         MOVE ADR-NAME TO WBS-NAME.
         MOVE "PRUEFEN" TO WBS-FUNKTION.
         CALL "werbsp" USING WBS-BLOCK.
         IF WBS-STATUS NOT = "00"
             DISPLAY "ADRBEST: Fehler im Sperrbericht "
                 "(Status " WBS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

      * Herkunftsprotokoll: Master (und die Erfassungsdatei der
      * Rueckmeldungen) zur Auswahl bzw. zu den Transaktionen.
       Z900-MELDE-HERKUNFT.
         MOVE "adrbest" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-MASTER.DAT" TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         IF MODUS-AUSWAHL
             MOVE "BESTWAHL.DAT" TO HKF-DATEI
         ELSE
             MOVE "DATEI" TO HKF-FUNKTION
             MOVE WS-ANTWORT-NAME TO HKF-DATEI
             MOVE "L" TO HKF-DATEIART
             CALL "herkunft" USING HKF-BLOCK
             MOVE "AUSGABE" TO HKF-FUNKTION
             MOVE "ADRTRANS.DAT" TO HKF-DATEI
         END-IF.
         MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADRBEST: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM adrbest.

      * vim:ai sw=4 sts=4 expandtab
