      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Loeschlauf (Recht auf Vergessenwerden): die L-Transaktion
      * von adrpfleg nimmt eine Person aus dem Master, aber ihr
      * Name lebt in den Vorher-Bildern von ADRHIST.DAT, in
      * RETOURHIS.DAT, in den Generationen aus GENKATALOG.DAT, in
      * den Jahresarchiven von aufraeum und in den Dateien des
      * Druckbueros weiter. Dieses Programm liest eine Liste von
      * ADR-IDs (Standard LOESCHLISTE.DAT, sonst der erste
      * Kommandozeilenparameter; je Zeile eine ADR-ID, Zeilen mit
      * * in Spalte 1 sind Kommentar) und entfernt diese Personen
      * ueberall, wo das System sie haelt:
      *   - die IDs werden wie in adrausk ueber ADRXREF.DAT in
      *     beide Richtungen zur ganzen Gruppe erweitert,
      *   - Dateien mit ADR-ID am Satzanfang (Master und
      *     Tageskette, Historie, Retouren, Werbesperre,
      *     Zweitanschriften, Verteiler, Druckbuerodateien)
      *     verlieren die Saetze der Gruppe,
      *     ADRXREF.DAT jeden Verweis von oder auf die Gruppe,
      *   - Druck- und Textdateien (ZEILENDRUCK.DAT, SERIENBF.DAT,
      *     NACHDRUCK.DAT, ADRTRANS.DAT, der Bericht der
      *     Leckpruefung LECKSCAN.RPT) sowie jede Generation,
      *     jede Spooldatei der Druckwarteschlange und jedes
      *     Jahresarchiv ohne ADR-ID-Satzbild werden
      *     anonymisiert: jeder Name der Gruppe (aus Master und
      *     Historie gesammelt) wird mit * ueberschrieben.
      * Katalogisierte Generationen und Jahresarchive
      * <DATEI>.<JJJJ>.ARC (Dateien aus AUFBEWAHR.TAB, die
      * letzten zehn Jahre) werden nach ihrem Kopfsatz bzw. ihrer
      * Stammdatei wie oben behandelt.
      * Jede umgeschriebene Datei bekommt einen neuen Umschlag mit
      * Kennung, Programm, Laufdatum und Generation des alten
      * Kopfsatzes, so dass die Umschlagpruefungen der Folgestufen
      * weiter bestehen; eine Datei, deren alter Umschlag schon
      * nicht stimmt, wird nicht angefasst (RETURN-CODE 8).
      * Der Loeschnachweis ADRLOESCH.RPT nennt jede gepruefte
      * Datei und jedes entfernte oder anonymisierte Vorkommen mit
      * Satznummer. Wurde der Master bereinigt, wird die
      * indizierte Fassung anschliessend mit adrladen neu geladen.
      * Der Lauf verweigert den Start, solange die Pflegesperre
      * MASKE.SPR oder die Laufsperre BATCH.SPR gehalten wird
      * (siehe sperre.cpy), und haelt beide selbst fuer seine
      * Dauer. Bricht er ab, bleiben die Sperren stehen, bis der
      * Lauf wiederholt oder die Sperre verwaist ist. Eine
      * ADR-ID ohne jedes Vorkommen endet mit RETURN-CODE 4.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Satzlaenge des Masters 240 statt 170 (siehe
      *     adresse.cpy); die Nachher-Bilder in ADRHIST.DAT stehen
      *     jetzt ab Stelle 275, der Namen darin ab Stelle 281.
      *     Arbeitssatz und Dateisaetze auf X(520) verbreitert.
      *   - ZWEITADR.DAT (Zweitanschriften, siehe zweitadr.cpy)
      *     gehoert zu den Dateien mit ADR-ID am Satzanfang.
      *   - ALT-SATZ und NEU-SATZ auf X(530) verbreitert: die
      *     Historienzeilen tragen jetzt hinten die
      *     Organisationsnummern (siehe adrhist.cpy).
      *   - VERTEILER.DAT (staendige Verteiler, siehe verteil.cpy)
      *     gehoert zu den Dateien mit ADR-ID am Satzanfang.
      *   - WS-ARBEITSSATZ auf X(530): Zeilen aus ADRHIST.DAT
      *     behalten die hinten angehaengten Organisationsnummern.
      *   - ADRSTICH.DAT (Stichtagsbild, adrstich) gehoert zu den
      *     Dateien mit ADR-ID am Satzanfang, auch als Generation;
      *     ADRIMP.REJ (Abweisungen von adrimp) wird als Textdatei
      *     anonymisiert.
      *   - BESTAET.DAT und BESTWAHL.DAT (Adressbestaetigung,
      *     adrbest) gehoeren zu den Dateien mit ADR-ID am
      *     Satzanfang, BESTWAHL.DAT auch als Generation; die
      *     Erfassungsdatei BESTANTW.DAT wird als Textdatei
      *     anonymisiert.
      *   - KAMPEMPF.DAT (Empfaengerliste der Kampagnen, adrwahl)
      *     und RUECKLAUF.DAT (erfasste Antworten, adrantw) gehoeren
      *     zu den Dateien mit ADR-ID am Satzanfang; die
      *     Erfassungsdatei RUECKERF.DAT wird als Textdatei
      *     anonymisiert.
      *   - SENDHIST.DAT (Versandhistorie je Empfaenger, sendhist)
      *     gehoert zu den Dateien mit ADR-ID am Satzanfang.
      *   - die Spooldateien der Druckwarteschlange (DQnnnnnn.DAT,
      *     je ANGEMELDET-Zeile in DRUCKQ.DAT) und NEUDRUCK.DAT
      *     werden als Textdateien anonymisiert.
      *   - LECKSCAN.RPT (Treffer der Leckpruefung nennen echte
      *     Namen) gehoert zu den Textdateien.
      *   - Herkunftsprotokoll: jede bereinigte Datei unter Umschlag
      *     wird mit alter Fassung und Loeschliste nach HERKUNFT.LOG
      *     gemeldet (CALL "herkunft", siehe herkunft.cpy).
      *   - ALT-SATZ, NEU-SATZ und WS-ARBEITSSATZ auf X(546): die
      *     Historienzeilen tragen jetzt hinten auch Loeschkennzeichen
      *     und Loeschdatum (siehe adrhist.cpy). Die L-Transaktion von
      *     adrpfleg loescht nur noch logisch; dieser Lauf entfernt
      *     die Gruppe weiterhin sofort und physisch aus dem Master,
      *     gleich ob ein Satz geloescht ist oder nicht - auf die
      *     Tilgungsfrist von adrtilg wird nicht gewartet.
      *   - Jeder Abbruch mit RETURN-CODE 1 laeuft jetzt ueber
      *     S980-BRICH-LAUF-AB und loest vorher BATCH.SPR und
      *     MASKE.SPR, falls der Lauf sie haelt; bisher blieben
      *     beide nach einem Fehler bis zur Verwaisung stehen.
      *   - die ADR-ID-Hochwassermarke ADRIDMAX.DAT wird vor dem
      *     Loesen der Sperren mit der hoechsten ID des alten Masters
      *     (entfernte Saetze eingeschlossen) fortgeschrieben (CALL
      *     "idmarke"); misslingt das, endet der Lauf mit RETURN-CODE 1.
      *   - STDINOUT.MAP (Zuordnung Klarname/Maske des ROT13-Filters)
      *     und MUTTERAUS.DAT (Meldung an das Mutterhaus) gehoeren zu
      *     den Textdateien.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrloesch.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LOESCHEIN, ALTDATEI und NEUDATEI sind logische
      * Dateinamen; sie werden per SET ENVIRONMENT auf die
      * Loeschliste bzw. die jeweils bearbeitete Datei und ihre
      * Zwischendatei <DATEI>.LOE abgebildet.
           SELECT LISTE-DATEI
           ASSIGN TO "LOESCHEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS LISTE-STATUS.

           SELECT XREF-DATEI
           ASSIGN TO "ADRXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS XREF-STATUS.

           SELECT KATALOG-DATEI
           ASSIGN TO "GENKATALOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS KATALOG-STATUS.

           SELECT DRUCKQ-DATEI
           ASSIGN TO "DRUCKQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS DRUCKQ-STATUS.

           SELECT REGEL-DATEI
           ASSIGN TO "AUFBEWAHR.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS REGEL-STATUS.

           SELECT ALT-DATEI
           ASSIGN TO "ALTDATEI"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ALT-STATUS.

           SELECT NEU-DATEI
           ASSIGN TO "NEUDATEI"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS NEU-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ADRLOESCH.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LISTE-DATEI
          LABEL RECORDS ARE OMITTED.
           01 LISTE-SATZ               PIC X(80).

       FD XREF-DATEI
          LABEL RECORDS ARE OMITTED.
           01 XREF-SATZ                PIC X(80).

       FD KATALOG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 KATALOG-SATZ             PIC X(120).

       FD DRUCKQ-DATEI
          LABEL RECORDS ARE OMITTED.
           01 DRUCKQ-SATZ              PIC X(160).

       FD REGEL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 REGEL-SATZ               PIC X(80).

       FD ALT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ALT-SATZ                 PIC X(546).

       FD NEU-DATEI
          LABEL RECORDS ARE OMITTED.
           01 NEU-SATZ                 PIC X(546).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(80).
       01 WS-LISTE-NAME               PIC X(40)   VALUE
          "LOESCHLISTE.DAT".
       01 WS-HEUTE                    PIC X(08).
       01 WS-JETZT                    PIC X(06).
       01 WS-SYSTEMKOMMANDO           PIC X(120).
       01 WS-KOMMANDO-RC              PIC S9(09)  COMP.
       01 WS-SPERR-WARTEKOMMANDO      PIC X(08)   VALUE "sleep 10".

       01 WS-LISTE-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-LISTE                       VALUE "J".
       01 WS-XREF-ENDE-SCHALTER       PIC X(01)   VALUE "N".
          88 ENDE-DES-XREF                        VALUE "J".
       01 WS-KATALOG-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-KATALOGS                    VALUE "J".
       01 WS-DRUCKQ-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DER-DRUCKQ                      VALUE "J".
       01 WS-REGEL-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-REGELN                      VALUE "J".
       01 WS-ALT-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 ENDE-DER-ALTDATEI                    VALUE "J".
       01 WS-ID-GEFUNDEN-SCHALTER     PIC X(01)   VALUE "N".
          88 ID-GEHOERT-ZUR-GRUPPE                VALUE "J".
       01 WS-UMSCHLAG-SCHALTER        PIC X(01)   VALUE "N".
          88 DATEI-HAT-UMSCHLAG                   VALUE "J".
       01 WS-UMSCHLAG-FEHLER-SCHALTER PIC X(01)   VALUE "N".
          88 UMSCHLAG-FEHLERHAFT                  VALUE "J".
       01 WS-MASTER-BEREINIGT-SCHALTER PIC X(01)  VALUE "N".
          88 MASTER-BEREINIGT                     VALUE "J".
       01 WS-SPERREN-SCHALTER         PIC X(01)   VALUE "N".
          88 SPERREN-GESETZT                      VALUE "J".
       01 WS-HOECHSTE-ID              PIC 9(06)   VALUE ZERO.

      * Die zu loeschenden IDs aus der Liste und alle ueber
      * ADRXREF.DAT verbundenen IDs, je mit Trefferzaehler.
       01 WS-ID-TABELLE.
          05 WS-ID-EINTRAG            OCCURS 100 TIMES.
             10 GRP-ID                PIC X(06).
             10 GRP-AUS-LISTE         PIC X(01).
             10 GRP-TREFFER           PIC 9(05)   COMP.
       01 WS-ID-ANZAHL                PIC 9(03)   COMP VALUE ZERO.
       01 WS-ID-MAXIMUM               PIC 9(03)   COMP VALUE 100.
       01 WS-ID-INDEX                 PIC 9(03)   COMP VALUE ZERO.
       01 WS-ID-TREFFER               PIC 9(03)   COMP VALUE ZERO.
       01 WS-PRUEF-ID                 PIC X(06).

       01 WS-XREF-TABELLE.
          05 WS-XREF-EINTRAG          OCCURS 500 TIMES.
             10 XRF-ALT-ID            PIC X(06).
             10 XRF-NEU-ID            PIC X(06).
       01 WS-XREF-ANZAHL              PIC 9(03)   COMP VALUE ZERO.
       01 WS-XREF-MAXIMUM             PIC 9(03)   COMP VALUE 500.
       01 WS-XREF-INDEX               PIC 9(03)   COMP VALUE ZERO.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-ALT-ID              PIC X(06)   VALUE SPACES.
       01 WS-FELD-NEU-ID              PIC X(06)   VALUE SPACES.
       01 WS-FELD-KENNUNG             PIC X(08)   VALUE SPACES.
       01 WS-FELD-GENERATION          PIC X(05)   VALUE SPACES.
       01 WS-FELD-DATEINAME           PIC X(52)   VALUE SPACES.

      * Namen der Gruppe fuer die Anonymisierung von Textdateien;
      * Namen unter fuenf Zeichen werden nicht gesucht, sie
      * wuerden fremde Zeilen treffen.
       01 WS-NAMEN-TABELLE.
          05 WS-NAMEN-EINTRAG         OCCURS 200 TIMES.
             10 NAM-TEXT              PIC X(40).
             10 NAM-LAENGE            PIC 9(02)   COMP.
       01 WS-NAMEN-ANZAHL             PIC 9(03)   COMP VALUE ZERO.
       01 WS-NAMEN-MAXIMUM            PIC 9(03)   COMP VALUE 200.
       01 WS-NAMEN-INDEX              PIC 9(03)   COMP VALUE ZERO.
       01 WS-NEUER-NAME               PIC X(40).
       01 WS-NAMEN-LAENGE             PIC 9(02)   COMP.
       01 WS-NAMEN-DOPPELT-SCHALTER   PIC X(01).
       01 WS-STERNE                   PIC X(40)   VALUE ALL "*".
       01 WS-NAMEN-TREFFER            PIC 9(05)   COMP.

      * Feste Dateiliste: Satzart I = ADR-ID in Spalte 1-6,
      * X = Querverweis ALT-ID;NEU-ID, T = Textdatei (Namen
      * anonymisieren).
       01 WS-STAMM-TABELLE.
          05 FILLER PIC X(41) VALUE
             "ADDRESS-MASTER.DAT                      I".
          05 FILLER PIC X(41) VALUE
             "ADDRESS-NEU.DAT                         I".
          05 FILLER PIC X(41) VALUE
             "ADRCLEAN.DAT                            I".
          05 FILLER PIC X(41) VALUE
             "ADRREJ.DAT                              I".
          05 FILLER PIC X(41) VALUE
             "ADRWAHL.DAT                             I".
          05 FILLER PIC X(41) VALUE
             "ADRHAUSH.DAT                            I".
          05 FILLER PIC X(41) VALUE
             "ADDRESS-SORTIERT.DAT                    I".
          05 FILLER PIC X(41) VALUE
             "ADRAUSLAND.DAT                          I".
          05 FILLER PIC X(41) VALUE
             "BUEROAUS.DAT                            I".
          05 FILLER PIC X(41) VALUE
             "BUEROBST.DAT                            I".
          05 FILLER PIC X(41) VALUE
             "ADRHIST.DAT                             I".
          05 FILLER PIC X(41) VALUE
             "RETOURHIS.DAT                           I".
          05 FILLER PIC X(41) VALUE
             "RETOUREN.DAT                            I".
          05 FILLER PIC X(41) VALUE
             "WERBSPERRE.DAT                          I".
          05 FILLER PIC X(41) VALUE
             "ZWEITADR.DAT                            I".
          05 FILLER PIC X(41) VALUE
             "VERTEILER.DAT                           I".
          05 FILLER PIC X(41) VALUE
             "ADRSTICH.DAT                            I".
          05 FILLER PIC X(41) VALUE
             "BESTAET.DAT                             I".
          05 FILLER PIC X(41) VALUE
             "BESTWAHL.DAT                            I".
          05 FILLER PIC X(41) VALUE
             "KAMPEMPF.DAT                            I".
          05 FILLER PIC X(41) VALUE
             "RUECKLAUF.DAT                           I".
          05 FILLER PIC X(41) VALUE
             "SENDHIST.DAT                            I".
          05 FILLER PIC X(41) VALUE
             "ADRXREF.DAT                             X".
          05 FILLER PIC X(41) VALUE
             "ZEILENDRUCK.DAT                         T".
          05 FILLER PIC X(41) VALUE
             "SERIENBF.DAT                            T".
          05 FILLER PIC X(41) VALUE
             "NACHDRUCK.DAT                           T".
          05 FILLER PIC X(41) VALUE
             "ADRTRANS.DAT                            T".
          05 FILLER PIC X(41) VALUE
             "ADRIMP.REJ                              T".
          05 FILLER PIC X(41) VALUE
             "BESTANTW.DAT                            T".
          05 FILLER PIC X(41) VALUE
             "RUECKERF.DAT                            T".
          05 FILLER PIC X(41) VALUE
             "NEUDRUCK.DAT                            T".
          05 FILLER PIC X(41) VALUE
             "LECKSCAN.RPT                            T".
          05 FILLER PIC X(41) VALUE
             "STDINOUT.MAP                            T".
          05 FILLER PIC X(41) VALUE
             "MUTTERAUS.DAT                           T".
       01 WS-STAMM REDEFINES WS-STAMM-TABELLE.
          05 WS-STAMM-EINTRAG         OCCURS 34 TIMES.
             10 STM-DATEI             PIC X(40).
             10 STM-ART               PIC X(01).
       01 WS-STAMM-ANZAHL             PIC 9(02)   COMP VALUE 34.
       01 WS-STAMM-INDEX              PIC 9(02)   COMP VALUE ZERO.

      * Umschlagkennungen der Dateien mit ADR-ID-Satzbild; eine
      * Generation mit einer dieser Kennungen wird wie Satzart I
      * behandelt, jede andere wie Satzart T.
       01 WS-KENNUNG-TABELLE.
          05 FILLER PIC X(08) VALUE "ADRMAST ".
          05 FILLER PIC X(08) VALUE "ADRCLEAN".
          05 FILLER PIC X(08) VALUE "ADRREJ  ".
          05 FILLER PIC X(08) VALUE "ADRWAHL ".
          05 FILLER PIC X(08) VALUE "ADRHAUSH".
          05 FILLER PIC X(08) VALUE "ADRSORT ".
          05 FILLER PIC X(08) VALUE "ADRAUSL ".
          05 FILLER PIC X(08) VALUE "BUEROAUS".
          05 FILLER PIC X(08) VALUE "ADRSTICH".
          05 FILLER PIC X(08) VALUE "BESTWAHL".
       01 WS-KENNUNGEN REDEFINES WS-KENNUNG-TABELLE.
          05 WS-ID-KENNUNG            PIC X(08)   OCCURS 10 TIMES.
       01 WS-KENNUNG-INDEX            PIC 9(02)   COMP VALUE ZERO.

      * Arbeitsliste aller zu pruefenden Dateien: Stammliste,
      * dann katalogisierte Generationen (Satzart G = nach
      * Kopfsatz), dann vorhandene Jahresarchive, dann die
      * Spooldateien der Druckwarteschlange.
       01 WS-DATEI-TABELLE.
          05 WS-DATEI-EINTRAG         OCCURS 999 TIMES.
             10 DAT-NAME              PIC X(52).
             10 DAT-ART               PIC X(01).
             10 DAT-HERKUNFT          PIC X(10).
       01 WS-DATEI-ANZAHL             PIC 9(03)   COMP VALUE ZERO.
       01 WS-DATEI-MAXIMUM            PIC 9(03)   COMP VALUE 999.
       01 WS-DATEI-INDEX              PIC 9(03)   COMP VALUE ZERO.
       01 WS-NEUE-ART                 PIC X(01).
       01 WS-NEUE-HERKUNFT            PIC X(10).

       01 WS-ARCHIV-JAHR              PIC 9(04).
       01 WS-ERSTES-JAHR              PIC 9(04).
       01 WS-LETZTES-JAHR             PIC 9(04).
       01 WS-ARCHIV-ART               PIC X(01).

      * Bearbeitung der aktuellen Datei.
       01 WS-AKTUELLE-ART             PIC X(01).
       01 WS-ZWISCHEN-NAME            PIC X(56).
       01 WS-SATZ-NUMMER              PIC 9(07)   COMP.
       01 WS-SATZ-ANZEIGE             PIC 9(07).
       01 WS-DATEI-ENTFERNT           PIC 9(05)   COMP.
       01 WS-DATEI-ANONYM             PIC 9(05)   COMP.
       01 WS-SATZ-ENTFERNEN-SCHALTER  PIC X(01).
          88 SATZ-ENTFERNEN                       VALUE "J".
       01 WS-ARBEITSSATZ              PIC X(546).

       01 WS-DATEI-ZAEHLER            PIC 9(05)   COMP VALUE ZERO.
       01 WS-BEREINIGT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-ENTFERNT-ZAEHLER         PIC 9(07)   COMP VALUE ZERO.
       01 WS-ANONYM-ZAEHLER           PIC 9(07)   COMP VALUE ZERO.
       01 WS-FEHLER-ZAEHLER           PIC 9(05)   COMP VALUE ZERO.
       01 WS-OHNE-TREFFER-ZAEHLER     PIC 9(05)   COMP VALUE ZERO.
       01 WS-LISTE-ZAEHLER            PIC 9(05)   COMP VALUE ZERO.
       01 WS-SPERR-VERSUCHE           PIC 9(02)   COMP VALUE ZERO.

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-DATEIZEILE.
          05 FILLER                   PIC X(06)   VALUE "DATEI ".
          05 WS-DZ-NAME               PIC X(40).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-DZ-ERGEBNIS           PIC X(33).

       01 WS-ERGEBNISZEILE.
          05 FILLER                   PIC X(06)   VALUE SPACES.
          05 WS-EZ-TEXT               PIC X(38).
          05 FILLER                   PIC X(10)   VALUE
             " ENTFERNT ".
          05 WS-EZ-ENTFERNT           PIC ZZZZ9.
          05 FILLER                   PIC X(08)   VALUE " ANONYM ".
          05 WS-EZ-ANONYM             PIC ZZZZ9.

       01 WS-VORKOMMENZEILE.
          05 FILLER                   PIC X(10)   VALUE
             "    SATZ ".
          05 WS-VZ-SATZ               PIC 9(07).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-VZ-TEXT               PIC X(61).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==LISTE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==LISTE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==LISTE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==LISTE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==LISTE-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==XREF-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==XREF-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==XREF-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==XREF-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==XREF-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==KATALOG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==KATALOG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==KATALOG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==KATALOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==KATALOG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==DRUCKQ-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==DRUCKQ-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==DRUCKQ-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==DRUCKQ-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==DRUCKQ-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==REGEL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==REGEL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==REGEL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==REGEL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==REGEL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ALT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ALT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ALT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ALT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ALT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==NEU-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==NEU-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==NEU-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==NEU-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==NEU-STATUS==.
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
       COPY "sperre.cpy".
       COPY "idmarke.cpy".

      * Satzbild fuer Master- und Historienbilder.
       COPY "adresse.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-LOESCHE-PERSONEN.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         IF WS-KOMMANDOZEILE NOT = SPACES
             MOVE WS-KOMMANDOZEILE TO WS-LISTE-NAME
         END-IF.
         SET ENVIRONMENT "LOESCHEIN"
             TO FUNCTION TRIM(WS-LISTE-NAME).
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JETZT.

         PERFORM S900-PRUEFE-SPERREN.
         PERFORM B000-LADE-LOESCHLISTE.
         PERFORM X000-LADE-XREF.
         PERFORM B500-ERWEITERE-GRUPPE.
         PERFORM S950-SETZE-SPERREN.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ADRLOESCH.RPT, status "
                 BERICHT-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.
         PERFORM F000-SCHREIBE-NACHWEISKOPF.

         PERFORM C000-BAUE-DATEILISTE.
         PERFORM N000-SAMMLE-NAMEN.
         PERFORM R000-BEARBEITE-DATEI
             VARYING WS-DATEI-INDEX FROM 1 BY 1
             UNTIL WS-DATEI-INDEX > WS-DATEI-ANZAHL.
         IF MASTER-BEREINIGT
             PERFORM M000-MELDE-IDMARKE
         END-IF.

         PERFORM S990-LOESE-SPERREN.
         PERFORM L000-LADE-INDEX-NEU.
         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.

         DISPLAY "ADRLOESCH: Dateien geprueft " WS-DATEI-ZAEHLER
             ", bereinigt " WS-BEREINIGT-ZAEHLER
             ", Saetze entfernt " WS-ENTFERNT-ZAEHLER
             ", anonymisiert " WS-ANONYM-ZAEHLER.
         MOVE "adrloesc" TO STAT-PROGRAMM.
         MOVE WS-LISTE-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-ENTFERNT-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE WS-FEHLER-ZAEHLER TO STAT-ABGEWIESEN.
         EVALUATE TRUE
             WHEN WS-FEHLER-ZAEHLER > ZERO
                 MOVE 8 TO STAT-RC
             WHEN WS-OHNE-TREFFER-ZAEHLER > ZERO
                 MOVE 4 TO STAT-RC
             WHEN OTHER
                 MOVE 0 TO STAT-RC
         END-EVALUATE.
         CALL "statistik" USING STAT-BLOCK.
         IF STAT-RC > ZERO
             DISPLAY "ADRLOESCH: siehe ADRLOESCH.RPT"
             STOP RUN RETURNING STAT-RC
         END-IF.
         STOP RUN.

       B000-LADE-LOESCHLISTE.
         OPEN INPUT LISTE-DATEI.
         IF NOT LISTE-STATUS-OK
             DISPLAY "ADRLOESCH: Loeschliste " WS-LISTE-NAME
                 " fehlt, Status " LISTE-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.
         PERFORM B100-LIES-LISTENZEILE.
         PERFORM B200-UEBERNIMM-LISTENZEILE
             UNTIL ENDE-DER-LISTE.
         CLOSE LISTE-DATEI.
         IF WS-ID-ANZAHL = ZERO
             DISPLAY "ADRLOESCH: Loeschliste " WS-LISTE-NAME
                 " enthaelt keine ADR-ID"
             PERFORM S980-BRICH-LAUF-AB
         END-IF.

       B100-LIES-LISTENZEILE.
         READ LISTE-DATEI
             AT END SET ENDE-DER-LISTE TO TRUE.
         IF NOT LISTE-STATUS-OK AND NOT LISTE-STATUS-ENDE
             DISPLAY "Sorry, error reading " WS-LISTE-NAME
                 ", status " LISTE-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.

      * Eine fehlerhafte Listenzeile bricht den Lauf ab: ein
      * Loeschlauf mit halber Liste ist schlimmer als keiner.
       B200-UEBERNIMM-LISTENZEILE.
         IF LISTE-SATZ NOT = SPACES
             AND LISTE-SATZ(1:1) NOT = "*"
             IF FUNCTION TRIM(LISTE-SATZ) IS NOT NUMERIC
                 DISPLAY "ADRLOESCH: keine ADR-ID in der "
                     "Loeschliste: " LISTE-SATZ(1:40)
                 PERFORM S980-BRICH-LAUF-AB
             END-IF
             ADD 1 TO WS-LISTE-ZAEHLER
             MOVE FUNCTION NUMVAL(LISTE-SATZ) TO ADR-ID
             MOVE ADR-ID TO WS-PRUEF-ID
             PERFORM B300-NIMM-ID-AUF
             MOVE "J" TO GRP-AUS-LISTE(WS-ID-TREFFER)
         END-IF.
         PERFORM B100-LIES-LISTENZEILE.

      * Nimmt WS-PRUEF-ID in die Gruppe auf, falls noch nicht
      * enthalten; WS-ID-TREFFER zeigt auf den Eintrag.
       B300-NIMM-ID-AUF.
         PERFORM P000-PRUEFE-GRUPPE.
         IF NOT ID-GEHOERT-ZUR-GRUPPE
             IF WS-ID-ANZAHL NOT LESS WS-ID-MAXIMUM
                 DISPLAY "ADRLOESCH: mehr als " WS-ID-MAXIMUM
                     " ADR-IDs, Lauf wird abgebrochen"
                 PERFORM S980-BRICH-LAUF-AB
             END-IF
             ADD 1 TO WS-ID-ANZAHL
             MOVE WS-PRUEF-ID TO GRP-ID(WS-ID-ANZAHL)
             MOVE "N" TO GRP-AUS-LISTE(WS-ID-ANZAHL)
             MOVE ZERO TO GRP-TREFFER(WS-ID-ANZAHL)
             MOVE WS-ID-ANZAHL TO WS-ID-TREFFER
         END-IF.

      * Wie adrausk: Ueberlebender (ALT -> NEU), dann alle im
      * Ueberlebenden aufgegangenen IDs (NEU -> ALT).
       B500-ERWEITERE-GRUPPE.
         PERFORM B510-FOLGE-ZUM-UEBERLEBENDEN
             VARYING WS-XREF-INDEX FROM 1 BY 1
             UNTIL WS-XREF-INDEX > WS-XREF-ANZAHL.
         PERFORM B520-FOLGE-ZU-STILLGELEGTEN
             VARYING WS-XREF-INDEX FROM 1 BY 1
             UNTIL WS-XREF-INDEX > WS-XREF-ANZAHL.

       B510-FOLGE-ZUM-UEBERLEBENDEN.
         MOVE XRF-ALT-ID(WS-XREF-INDEX) TO WS-PRUEF-ID.
         PERFORM P000-PRUEFE-GRUPPE.
         IF ID-GEHOERT-ZUR-GRUPPE
             MOVE XRF-NEU-ID(WS-XREF-INDEX) TO WS-PRUEF-ID
             PERFORM B300-NIMM-ID-AUF
         END-IF.

       B520-FOLGE-ZU-STILLGELEGTEN.
         MOVE XRF-NEU-ID(WS-XREF-INDEX) TO WS-PRUEF-ID.
         PERFORM P000-PRUEFE-GRUPPE.
         IF ID-GEHOERT-ZUR-GRUPPE
             MOVE XRF-ALT-ID(WS-XREF-INDEX) TO WS-PRUEF-ID
             PERFORM B300-NIMM-ID-AUF
         END-IF.

      * Arbeitsliste: feste Dateien, Generationen, Jahresarchive,
      * Spooldateien.
       C000-BAUE-DATEILISTE.
         PERFORM C100-NIMM-STAMMDATEI-AUF
             VARYING WS-STAMM-INDEX FROM 1 BY 1
             UNTIL WS-STAMM-INDEX > WS-STAMM-ANZAHL.
         PERFORM K000-LADE-GENKATALOG.
         PERFORM C300-SUCHE-JAHRESARCHIVE.
         PERFORM K300-LADE-DRUCKAUFTRAEGE.

       C100-NIMM-STAMMDATEI-AUF.
         MOVE STM-DATEI(WS-STAMM-INDEX) TO WS-FELD-DATEINAME.
         MOVE STM-ART(WS-STAMM-INDEX) TO WS-NEUE-ART.
         MOVE "BESTAND" TO WS-NEUE-HERKUNFT.
         PERFORM C200-NIMM-DATEI-AUF.

       C200-NIMM-DATEI-AUF.
         IF WS-DATEI-ANZAHL NOT LESS WS-DATEI-MAXIMUM
             DISPLAY "ADRLOESCH: mehr als " WS-DATEI-MAXIMUM
                 " Dateien, Lauf wird abgebrochen"
             PERFORM S980-BRICH-LAUF-AB
         END-IF.
         ADD 1 TO WS-DATEI-ANZAHL.
         MOVE WS-FELD-DATEINAME TO DAT-NAME(WS-DATEI-ANZAHL).
         MOVE WS-NEUE-ART TO DAT-ART(WS-DATEI-ANZAHL).
         MOVE WS-NEUE-HERKUNFT TO DAT-HERKUNFT(WS-DATEI-ANZAHL).

      * Jahresarchive <DATEI>.<JJJJ>.ARC der Dateien aus
      * AUFBEWAHR.TAB, die letzten zehn Jahre; nur vorhandene
      * Archive kommen in die Liste.
       C300-SUCHE-JAHRESARCHIVE.
         OPEN INPUT REGEL-DATEI.
         IF REGEL-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT REGEL-STATUS-OK
             DISPLAY "Sorry, unable to open AUFBEWAHR.TAB, status "
                 REGEL-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.
         MOVE WS-HEUTE(1:4) TO WS-LETZTES-JAHR.
         COMPUTE WS-ERSTES-JAHR = WS-LETZTES-JAHR - 10.
         PERFORM C310-LIES-REGELZEILE.
         PERFORM C320-PRUEFE-REGELZEILE
             UNTIL ENDE-DER-REGELN.
         CLOSE REGEL-DATEI.

       C310-LIES-REGELZEILE.
         READ REGEL-DATEI
             AT END SET ENDE-DER-REGELN TO TRUE.
         IF NOT REGEL-STATUS-OK AND NOT REGEL-STATUS-ENDE
             DISPLAY "Sorry, error reading AUFBEWAHR.TAB, status "
                 REGEL-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.

       C320-PRUEFE-REGELZEILE.
         IF REGEL-SATZ NOT = SPACES
             AND REGEL-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-KENNUNG WS-FELD-DATEINAME
             UNSTRING REGEL-SATZ DELIMITED BY ";"
                 INTO WS-FELD-DATEINAME
             END-UNSTRING
             MOVE "T" TO WS-ARCHIV-ART
             PERFORM C330-SUCHE-STAMMART
                 VARYING WS-STAMM-INDEX FROM 1 BY 1
                 UNTIL WS-STAMM-INDEX > WS-STAMM-ANZAHL
             PERFORM C340-PRUEFE-ARCHIVJAHR
                 VARYING WS-ARCHIV-JAHR FROM WS-ERSTES-JAHR BY 1
                 UNTIL WS-ARCHIV-JAHR > WS-LETZTES-JAHR
         END-IF.
         PERFORM C310-LIES-REGELZEILE.

       C330-SUCHE-STAMMART.
         IF STM-DATEI(WS-STAMM-INDEX) = WS-FELD-DATEINAME
             MOVE STM-ART(WS-STAMM-INDEX) TO WS-ARCHIV-ART
         END-IF.

       C340-PRUEFE-ARCHIVJAHR.
         MOVE SPACES TO WS-ZWISCHEN-NAME.
         STRING FUNCTION TRIM(WS-FELD-DATEINAME) "."
             WS-ARCHIV-JAHR ".ARC"
             DELIMITED BY SIZE INTO WS-ZWISCHEN-NAME.
         SET ENVIRONMENT "ALTDATEI"
             TO FUNCTION TRIM(WS-ZWISCHEN-NAME).
         OPEN INPUT ALT-DATEI.
         IF ALT-STATUS-OK
             CLOSE ALT-DATEI
             MOVE WS-FELD-DATEINAME TO WS-FELD-KENNUNG
             MOVE WS-ZWISCHEN-NAME TO WS-FELD-DATEINAME
             MOVE WS-ARCHIV-ART TO WS-NEUE-ART
             MOVE "ARCHIV" TO WS-NEUE-HERKUNFT
             PERFORM C200-NIMM-DATEI-AUF
             MOVE SPACES TO WS-FELD-DATEINAME
             UNSTRING REGEL-SATZ DELIMITED BY ";"
                 INTO WS-FELD-DATEINAME
             END-UNSTRING
         END-IF.

      * Loeschnachweis: Kopf mit Laufdatum und der ID-Gruppe.
       F000-SCHREIBE-NACHWEISKOPF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "ADRLOESCH LOESCHNACHWEIS, LAUF " WS-HEUTE " "
             WS-JETZT
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "LOESCHLISTE " FUNCTION TRIM(WS-LISTE-NAME)
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "GELOESCHTE ADR-IDS" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM F100-NENNE-ID
             VARYING WS-ID-INDEX FROM 1 BY 1
             UNTIL WS-ID-INDEX > WS-ID-ANZAHL.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       F100-NENNE-ID.
         MOVE SPACES TO WS-BERICHTZEILE.
         IF GRP-AUS-LISTE(WS-ID-INDEX) = "J"
             STRING "    " GRP-ID(WS-ID-INDEX) "  aus der Liste"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         ELSE
             STRING "    " GRP-ID(WS-ID-INDEX)
                 "  ueber ADRXREF.DAT verbunden"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         END-IF.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing ADRLOESCH.RPT, status "
                 BERICHT-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.

       G100-SCHREIBE-VORKOMMEN.
         MOVE WS-SATZ-NUMMER TO WS-VZ-SATZ.
         MOVE WS-VORKOMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Summen und die Liste der IDs ohne jedes Vorkommen.
       H000-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM H100-PRUEFE-ID-TREFFER
             VARYING WS-ID-INDEX FROM 1 BY 1
             UNTIL WS-ID-INDEX > WS-ID-ANZAHL.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DATEIEN GEPRUEFT      : " TO WS-SUM-TEXT.
         MOVE WS-DATEI-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DATEIEN BEREINIGT     : " TO WS-SUM-TEXT.
         MOVE WS-BEREINIGT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SAETZE ENTFERNT       : " TO WS-SUM-TEXT.
         MOVE WS-ENTFERNT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SAETZE ANONYMISIERT   : " TO WS-SUM-TEXT.
         MOVE WS-ANONYM-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DATEIEN NICHT BEARB.  : " TO WS-SUM-TEXT.
         MOVE WS-FEHLER-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "IDS OHNE VORKOMMEN    : " TO WS-SUM-TEXT.
         MOVE WS-OHNE-TREFFER-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       H100-PRUEFE-ID-TREFFER.
         IF GRP-AUS-LISTE(WS-ID-INDEX) = "J"
             AND GRP-TREFFER(WS-ID-INDEX) = ZERO
             ADD 1 TO WS-OHNE-TREFFER-ZAEHLER
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "ADR-ID " GRP-ID(WS-ID-INDEX)
                 " OHNE VORKOMMEN MIT ADR-ID"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * Jede katalogisierte Generation kommt mit Satzart G in die
      * Liste; ihr Kopfsatz entscheidet ueber die Behandlung.
       K000-LADE-GENKATALOG.
         OPEN INPUT KATALOG-DATEI.
         IF KATALOG-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT KATALOG-STATUS-OK
             DISPLAY "Sorry, unable to open GENKATALOG.DAT, status "
                 KATALOG-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.
         PERFORM K100-LIES-KATALOGZEILE.
         PERFORM K200-UEBERNIMM-KATALOGZEILE
             UNTIL ENDE-DES-KATALOGS.
         CLOSE KATALOG-DATEI.

       K100-LIES-KATALOGZEILE.
         READ KATALOG-DATEI
             AT END SET ENDE-DES-KATALOGS TO TRUE.
         IF NOT KATALOG-STATUS-OK AND NOT KATALOG-STATUS-ENDE
             DISPLAY "Sorry, error reading GENKATALOG.DAT, "
                 "status " KATALOG-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.

       K200-UEBERNIMM-KATALOGZEILE.
         IF KATALOG-SATZ NOT = SPACES
             AND KATALOG-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-KENNUNG WS-FELD-GENERATION
                 WS-FELD-DATEINAME
             UNSTRING KATALOG-SATZ DELIMITED BY ";"
                 INTO WS-FELD-KENNUNG WS-FELD-GENERATION
                      WS-FELD-DATEINAME
             END-UNSTRING
             IF WS-FELD-DATEINAME NOT = SPACES
                 MOVE "G" TO WS-NEUE-ART
                 MOVE "GENERATION" TO WS-NEUE-HERKUNFT
                 PERFORM C200-NIMM-DATEI-AUF
             END-IF
         END-IF.
         PERFORM K100-LIES-KATALOGZEILE.

      * Die Spooldatei DQ<JOB>.DAT jedes Druckauftrags (je
      * ANGEMELDET-Zeile in DRUCKQ.DAT) kommt mit Satzart T in
      * die Liste; eine schon entfernte Spooldatei wird wie ein
      * fehlendes Jahresarchiv uebergangen.
       K300-LADE-DRUCKAUFTRAEGE.
         OPEN INPUT DRUCKQ-DATEI.
         IF DRUCKQ-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT DRUCKQ-STATUS-OK
             DISPLAY "Sorry, unable to open DRUCKQ.DAT, status "
                 DRUCKQ-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.
         PERFORM K400-LIES-DRUCKQZEILE.
         PERFORM K500-UEBERNIMM-DRUCKQZEILE
             UNTIL ENDE-DER-DRUCKQ.
         CLOSE DRUCKQ-DATEI.

       K400-LIES-DRUCKQZEILE.
         READ DRUCKQ-DATEI
             AT END SET ENDE-DER-DRUCKQ TO TRUE.
         IF NOT DRUCKQ-STATUS-OK AND NOT DRUCKQ-STATUS-ENDE
             DISPLAY "Sorry, error reading DRUCKQ.DAT, "
                 "status " DRUCKQ-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.

       K500-UEBERNIMM-DRUCKQZEILE.
         IF DRUCKQ-SATZ(1:6) IS NUMERIC
             AND DRUCKQ-SATZ(23:11) = "ANGEMELDET;"
             MOVE SPACES TO WS-FELD-DATEINAME
             STRING "DQ" DRUCKQ-SATZ(1:6) ".DAT"
                 DELIMITED BY SIZE INTO WS-FELD-DATEINAME
             MOVE "T" TO WS-NEUE-ART
             MOVE "SPOOL" TO WS-NEUE-HERKUNFT
             PERFORM C200-NIMM-DATEI-AUF
         END-IF.
         PERFORM K400-LIES-DRUCKQZEILE.

      * Wurde der Master bereinigt und gibt es die indizierte
      * Fassung, wird sie mit adrladen neu geladen (nach dem
      * Loesen der Sperren - adrladen prueft MASKE.SPR selbst).
       L000-LADE-INDEX-NEU.
         IF NOT MASTER-BEREINIGT
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         MOVE "test -f ADDRESS-MASTER.IDX" TO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         MOVE "./adrladen ADDRESS-MASTER.DAT" TO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         MOVE "ADDRESS-MASTER.IDX" TO WS-DZ-NAME.
         IF WS-KOMMANDO-RC = ZERO
             MOVE "NEU GELADEN (ADRLADEN)" TO WS-DZ-ERGEBNIS
         ELSE
             ADD 1 TO WS-FEHLER-ZAEHLER
             MOVE "NEULADEN FEHLGESCHLAGEN" TO WS-DZ-ERGEBNIS
         END-IF.
         MOVE WS-DATEIZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Hochwassermarke der ADR-ID (idmarke.cpy): die hoechste
      * ID des alten Masters, entfernte Saetze eingeschlossen,
      * wird noch unter den Sperren gemeldet - eine hier
      * geloeschte ID darf nie wieder vergeben werden.
       M000-MELDE-IDMARKE.
         MOVE "MELDEN" TO IDM-FUNKTION.
         MOVE "adrloesc" TO IDM-PROGRAMM.
         MOVE WS-HOECHSTE-ID TO IDM-ID.
         CALL "idmarke" USING IDM-BLOCK.
         IF IDM-STATUS NOT = "00"
             DISPLAY "ADRLOESCH: ADR-ID-Marke ADRIDMAX.DAT nicht "
                 "fortgeschrieben, Status " IDM-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.

      * Namen der Gruppe sammeln: aus dem Master und aus allen
      * Vorher/Nachher-Bildern der Historie.
       N000-SAMMLE-NAMEN.
         SET ENVIRONMENT "ALTDATEI" TO "ADDRESS-MASTER.DAT".
         PERFORM N100-DURCHSUCHE-NAMENSQUELLE.
         SET ENVIRONMENT "ALTDATEI" TO "ADRHIST.DAT".
         PERFORM N100-DURCHSUCHE-NAMENSQUELLE.

       N100-DURCHSUCHE-NAMENSQUELLE.
         OPEN INPUT ALT-DATEI.
         IF NOT ALT-STATUS-OK
             EXIT PARAGRAPH
         END-IF.
         MOVE "N" TO WS-ALT-ENDE-SCHALTER.
         PERFORM R100-LIES-ALTSATZ.
         PERFORM N200-PRUEFE-NAMENSSATZ
             UNTIL ENDE-DER-ALTDATEI.
         CLOSE ALT-DATEI.

      * Mastersatz: Name ab Spalte 7; Historienzeile: Vorher-Bild
      * ab 34, Nachher-Bild ab 275 (siehe adrhist.cpy), der Name
      * jeweils sechs Stellen nach Bildbeginn.
       N200-PRUEFE-NAMENSSATZ.
         MOVE ALT-SATZ(1:6) TO WS-PRUEF-ID.
         PERFORM P000-PRUEFE-GRUPPE.
         IF ID-GEHOERT-ZUR-GRUPPE
             IF ALT-SATZ(7:1) = ";"
                 MOVE ALT-SATZ(40:40) TO WS-NEUER-NAME
                 PERFORM N300-MERKE-NAMEN
                 MOVE ALT-SATZ(281:40) TO WS-NEUER-NAME
                 PERFORM N300-MERKE-NAMEN
             ELSE
                 MOVE ALT-SATZ(7:40) TO WS-NEUER-NAME
                 PERFORM N300-MERKE-NAMEN
             END-IF
         END-IF.
         PERFORM R100-LIES-ALTSATZ.

       N300-MERKE-NAMEN.
         MOVE ZERO TO WS-NAMEN-LAENGE.
         IF WS-NEUER-NAME NOT = SPACES
             COMPUTE WS-NAMEN-LAENGE = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-NEUER-NAME TRAILING))
         END-IF.
         IF WS-NAMEN-LAENGE < 5
             EXIT PARAGRAPH
         END-IF.
         MOVE "N" TO WS-NAMEN-DOPPELT-SCHALTER.
         PERFORM N310-VERGLEICHE-NAMEN
             VARYING WS-NAMEN-INDEX FROM 1 BY 1
             UNTIL WS-NAMEN-INDEX > WS-NAMEN-ANZAHL.
         IF WS-NAMEN-DOPPELT-SCHALTER = "J"
             OR WS-NAMEN-ANZAHL NOT LESS WS-NAMEN-MAXIMUM
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-NAMEN-ANZAHL.
         MOVE WS-NEUER-NAME TO NAM-TEXT(WS-NAMEN-ANZAHL).
         MOVE WS-NAMEN-LAENGE TO NAM-LAENGE(WS-NAMEN-ANZAHL).

       N310-VERGLEICHE-NAMEN.
         IF NAM-TEXT(WS-NAMEN-INDEX) = WS-NEUER-NAME
             MOVE "J" TO WS-NAMEN-DOPPELT-SCHALTER
             MOVE WS-NAMEN-ANZAHL TO WS-NAMEN-INDEX
         END-IF.

      * Setzt ID-GEHOERT-ZUR-GRUPPE, wenn WS-PRUEF-ID eine der
      * IDs der Gruppe ist; WS-ID-TREFFER zeigt auf den Eintrag.
       P000-PRUEFE-GRUPPE.
         MOVE "N" TO WS-ID-GEFUNDEN-SCHALTER.
         MOVE ZERO TO WS-ID-TREFFER.
         PERFORM P100-VERGLEICHE-ID
             VARYING WS-ID-INDEX FROM 1 BY 1
             UNTIL WS-ID-INDEX > WS-ID-ANZAHL.

       P100-VERGLEICHE-ID.
         IF GRP-ID(WS-ID-INDEX) = WS-PRUEF-ID
             SET ID-GEHOERT-ZUR-GRUPPE TO TRUE
             MOVE WS-ID-INDEX TO WS-ID-TREFFER
             MOVE WS-ID-ANZAHL TO WS-ID-INDEX
         END-IF.

      * Eine Datei der Arbeitsliste bearbeiten: Satz fuer Satz
      * nach <DATEI>.LOE kopieren, dabei Vorkommen entfernen bzw.
      * anonymisieren und den Umschlag neu rechnen. Nur wenn sich
      * etwas geaendert hat, ersetzt die Zwischendatei das
      * Original.
       R000-BEARBEITE-DATEI.
         MOVE DAT-NAME(WS-DATEI-INDEX) TO WS-DZ-NAME.
         SET ENVIRONMENT "ALTDATEI"
             TO FUNCTION TRIM(DAT-NAME(WS-DATEI-INDEX)).
         OPEN INPUT ALT-DATEI.
         IF ALT-STATUS = "35"
             IF DAT-HERKUNFT(WS-DATEI-INDEX) NOT = "ARCHIV"
                 AND DAT-HERKUNFT(WS-DATEI-INDEX) NOT = "SPOOL"
                 MOVE "NICHT VORHANDEN" TO WS-DZ-ERGEBNIS
                 MOVE WS-DATEIZEILE TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
             EXIT PARAGRAPH
         END-IF.
         IF NOT ALT-STATUS-OK
             DISPLAY "Sorry, unable to open "
                 FUNCTION TRIM(DAT-NAME(WS-DATEI-INDEX))
                 ", status " ALT-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.
         ADD 1 TO WS-DATEI-ZAEHLER.
         MOVE SPACES TO WS-DZ-ERGEBNIS.
         MOVE WS-DATEIZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-ZWISCHEN-NAME.
         STRING FUNCTION TRIM(DAT-NAME(WS-DATEI-INDEX)) ".LOE"
             DELIMITED BY SIZE INTO WS-ZWISCHEN-NAME.
         SET ENVIRONMENT "NEUDATEI"
             TO FUNCTION TRIM(WS-ZWISCHEN-NAME).
         OPEN OUTPUT NEU-DATEI.
         IF NOT NEU-STATUS-OK
             DISPLAY "Sorry, unable to open "
                 FUNCTION TRIM(WS-ZWISCHEN-NAME)
                 ", status " NEU-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.
         MOVE DAT-ART(WS-DATEI-INDEX) TO WS-AKTUELLE-ART.
         IF WS-AKTUELLE-ART = "G"
             MOVE "T" TO WS-AKTUELLE-ART
         END-IF.
         MOVE ZERO TO WS-SATZ-NUMMER WS-DATEI-ENTFERNT
             WS-DATEI-ANONYM.
         MOVE "N" TO WS-ALT-ENDE-SCHALTER WS-UMSCHLAG-SCHALTER
             WS-UMSCHLAG-FEHLER-SCHALTER.
         PERFORM R100-LIES-ALTSATZ.
         PERFORM R200-VERARBEITE-ALTSATZ
             UNTIL ENDE-DER-ALTDATEI.
         CLOSE ALT-DATEI NEU-DATEI.
         PERFORM R900-ERSETZE-DATEI.

       R100-LIES-ALTSATZ.
         READ ALT-DATEI
             AT END SET ENDE-DER-ALTDATEI TO TRUE.
         IF NOT ALT-STATUS-OK AND NOT ALT-STATUS-ENDE
             DISPLAY "Sorry, error reading "
                 FUNCTION TRIM(DAT-NAME(WS-DATEI-INDEX))
                 ", status " ALT-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.

       R200-VERARBEITE-ALTSATZ.
         ADD 1 TO WS-SATZ-NUMMER.
         EVALUATE TRUE
             WHEN WS-SATZ-NUMMER = 1 AND ALT-SATZ(1:2) = "UK"
                 PERFORM R300-UEBERNIMM-KOPFSATZ
             WHEN DATEI-HAT-UMSCHLAG AND ALT-SATZ(1:2) = "UE"
                 PERFORM R400-ERNEUERE-ENDESATZ
             WHEN OTHER
                 PERFORM R500-PRUEFE-NUTZSATZ
         END-EVALUATE.
         PERFORM R100-LIES-ALTSATZ.

      * Der neue Kopfsatz traegt Kennung, Programm, Laufdatum und
      * Generation des alten; bei Generationen entscheidet die
      * Kennung ueber die Satzart.
       R300-UEBERNIMM-KOPFSATZ.
         SET DATEI-HAT-UMSCHLAG TO TRUE.
         MOVE ALT-SATZ(1:80) TO EIN-UMS-SATZBILD.
         MOVE SPACES TO EIN-UMS-KENNUNG.
         MOVE "ANFANG" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         MOVE "PRUEFKOPF" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         IF EIN-UMS-STATUS NOT = "00"
             SET UMSCHLAG-FEHLERHAFT TO TRUE
         END-IF.
         IF DAT-ART(WS-DATEI-INDEX) = "G"
             PERFORM R310-PRUEFE-ID-KENNUNG
                 VARYING WS-KENNUNG-INDEX FROM 1 BY 1
                 UNTIL WS-KENNUNG-INDEX > 10
         END-IF.
         MOVE "ANFANG" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE EIN-UMS-KENNUNG TO AUS-UMS-KENNUNG.
         MOVE EIN-UMS-PROGRAMM TO AUS-UMS-PROGRAMM.
         MOVE EIN-UMS-LAUFDATUM TO AUS-UMS-LAUFDATUM.
         MOVE EIN-UMS-GENERATION TO AUS-UMS-GENERATION.
         MOVE "KOPF" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE AUS-UMS-SATZBILD TO WS-ARBEITSSATZ.
         PERFORM R800-SCHREIBE-NEUSATZ.

       R310-PRUEFE-ID-KENNUNG.
         IF WS-ID-KENNUNG(WS-KENNUNG-INDEX) = EIN-UMS-KENNUNG
             MOVE "I" TO WS-AKTUELLE-ART
         END-IF.

      * Der alte Endesatz muss zum gelesenen Inhalt passen, sonst
      * bleibt die Datei unangetastet.
       R400-ERNEUERE-ENDESATZ.
         MOVE ALT-SATZ(1:80) TO EIN-UMS-SATZBILD.
         MOVE "PRUEFENDE" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         IF EIN-UMS-STATUS NOT = "00"
             SET UMSCHLAG-FEHLERHAFT TO TRUE
         END-IF.
         MOVE "ENDE" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE AUS-UMS-SATZBILD TO WS-ARBEITSSATZ.
         PERFORM R800-SCHREIBE-NEUSATZ.

       R500-PRUEFE-NUTZSATZ.
         IF DATEI-HAT-UMSCHLAG
             MOVE ALT-SATZ TO EIN-UMS-PUFFER
             MOVE "SUMME" TO EIN-UMS-FUNKTION
             CALL "umschlag" USING EIN-UMS-UMSCHLAG
         END-IF.
         MOVE ALT-SATZ TO WS-ARBEITSSATZ.
         MOVE "N" TO WS-SATZ-ENTFERNEN-SCHALTER.
         EVALUATE WS-AKTUELLE-ART
             WHEN "I"
                 PERFORM R510-PRUEFE-ID-SATZ
             WHEN "X"
                 PERFORM R520-PRUEFE-XREF-SATZ
             WHEN OTHER
                 PERFORM R530-ANONYMISIERE-SATZ
         END-EVALUATE.
         IF NOT SATZ-ENTFERNEN
             IF DATEI-HAT-UMSCHLAG
                 MOVE WS-ARBEITSSATZ TO AUS-UMS-PUFFER
                 MOVE "SUMME" TO AUS-UMS-FUNKTION
                 CALL "umschlag" USING AUS-UMS-UMSCHLAG
             END-IF
             PERFORM R800-SCHREIBE-NEUSATZ
         END-IF.

       R510-PRUEFE-ID-SATZ.
         IF DAT-NAME(WS-DATEI-INDEX) = "ADDRESS-MASTER.DAT"
             AND ALT-SATZ(1:6) IS NUMERIC
             AND ALT-SATZ(1:6) > WS-HOECHSTE-ID
             MOVE ALT-SATZ(1:6) TO WS-HOECHSTE-ID
         END-IF.
         MOVE ALT-SATZ(1:6) TO WS-PRUEF-ID.
         PERFORM P000-PRUEFE-GRUPPE.
         IF ID-GEHOERT-ZUR-GRUPPE
             PERFORM R600-ENTFERNE-SATZ
         END-IF.

       R520-PRUEFE-XREF-SATZ.
         IF ALT-SATZ = SPACES OR ALT-SATZ(1:1) = "*"
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-FELD-ALT-ID WS-FELD-NEU-ID.
         UNSTRING ALT-SATZ DELIMITED BY ";"
             INTO WS-FELD-ALT-ID WS-FELD-NEU-ID
         END-UNSTRING.
         MOVE WS-FELD-ALT-ID TO WS-PRUEF-ID.
         PERFORM P000-PRUEFE-GRUPPE.
         IF NOT ID-GEHOERT-ZUR-GRUPPE
             MOVE WS-FELD-NEU-ID TO WS-PRUEF-ID
             PERFORM P000-PRUEFE-GRUPPE
         END-IF.
         IF ID-GEHOERT-ZUR-GRUPPE
             PERFORM R600-ENTFERNE-SATZ
         END-IF.

      * Jeden Namen der Gruppe im Satz mit * ueberschreiben.
       R530-ANONYMISIERE-SATZ.
         MOVE ZERO TO WS-NAMEN-TREFFER.
         PERFORM R540-ERSETZE-NAMEN
             VARYING WS-NAMEN-INDEX FROM 1 BY 1
             UNTIL WS-NAMEN-INDEX > WS-NAMEN-ANZAHL.
         IF WS-NAMEN-TREFFER > ZERO
             ADD 1 TO WS-DATEI-ANONYM WS-ANONYM-ZAEHLER
             MOVE "NAME ANONYMISIERT" TO WS-VZ-TEXT
             PERFORM G100-SCHREIBE-VORKOMMEN
         END-IF.

       R540-ERSETZE-NAMEN.
         MOVE NAM-LAENGE(WS-NAMEN-INDEX) TO WS-NAMEN-LAENGE.
         INSPECT WS-ARBEITSSATZ TALLYING WS-NAMEN-TREFFER
             FOR ALL NAM-TEXT(WS-NAMEN-INDEX)(1:WS-NAMEN-LAENGE).
         INSPECT WS-ARBEITSSATZ REPLACING
             ALL NAM-TEXT(WS-NAMEN-INDEX)(1:WS-NAMEN-LAENGE)
             BY WS-STERNE(1:WS-NAMEN-LAENGE).

       R600-ENTFERNE-SATZ.
         SET SATZ-ENTFERNEN TO TRUE.
         ADD 1 TO WS-DATEI-ENTFERNT WS-ENTFERNT-ZAEHLER.
         ADD 1 TO GRP-TREFFER(WS-ID-TREFFER).
         MOVE SPACES TO WS-VZ-TEXT.
         STRING "ADR-ID " GRP-ID(WS-ID-TREFFER) " ENTFERNT"
             DELIMITED BY SIZE INTO WS-VZ-TEXT.
         PERFORM G100-SCHREIBE-VORKOMMEN.

       R800-SCHREIBE-NEUSATZ.
         MOVE WS-ARBEITSSATZ TO NEU-SATZ.
         WRITE NEU-SATZ.
         IF NOT NEU-STATUS-OK
             DISPLAY "Sorry, error writing "
                 FUNCTION TRIM(WS-ZWISCHEN-NAME)
                 ", status " NEU-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.

      * Zwischendatei uebernehmen (mv) oder verwerfen (rm) und das
      * Ergebnis in den Nachweis schreiben.
       R900-ERSETZE-DATEI.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         EVALUATE TRUE
             WHEN UMSCHLAG-FEHLERHAFT
                 ADD 1 TO WS-FEHLER-ZAEHLER
                 SUBTRACT WS-DATEI-ENTFERNT FROM WS-ENTFERNT-ZAEHLER
                 SUBTRACT WS-DATEI-ANONYM FROM WS-ANONYM-ZAEHLER
                 MOVE "NICHT BEARBEITET, UMSCHLAG FEHLERHAFT"
                     TO WS-EZ-TEXT
                 STRING "rm -f " FUNCTION TRIM(WS-ZWISCHEN-NAME)
                     DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO
             WHEN WS-DATEI-ENTFERNT = ZERO
                 AND WS-DATEI-ANONYM = ZERO
                 MOVE "GEPRUEFT, KEIN VORKOMMEN" TO WS-EZ-TEXT
                 STRING "rm -f " FUNCTION TRIM(WS-ZWISCHEN-NAME)
                     DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO
             WHEN OTHER
                 ADD 1 TO WS-BEREINIGT-ZAEHLER
                 MOVE "BEREINIGT" TO WS-EZ-TEXT
                 STRING "mv " FUNCTION TRIM(WS-ZWISCHEN-NAME) " "
                     FUNCTION TRIM(DAT-NAME(WS-DATEI-INDEX))
                     DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO
                 IF DAT-NAME(WS-DATEI-INDEX) = "ADDRESS-MASTER.DAT"
                     SET MASTER-BEREINIGT TO TRUE
                 END-IF
         END-EVALUATE.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             DISPLAY "ADRLOESCH: "
                 FUNCTION TRIM(WS-SYSTEMKOMMANDO)
                 " fehlgeschlagen (RC " WS-KOMMANDO-RC ")"
             PERFORM S980-BRICH-LAUF-AB
         END-IF.
         IF DATEI-HAT-UMSCHLAG AND NOT UMSCHLAG-FEHLERHAFT
             AND (WS-DATEI-ENTFERNT > ZERO OR WS-DATEI-ANONYM > ZERO)
             PERFORM Z900-MELDE-HERKUNFT
         END-IF.
         MOVE WS-DATEI-ENTFERNT TO WS-EZ-ENTFERNT.
         MOVE WS-DATEI-ANONYM TO WS-EZ-ANONYM.
         MOVE WS-ERGEBNISZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Sperrprotokoll: solange eine Dialogsitzung (MASKE.SPR)
      * oder der Nachtlauf (BATCH.SPR) die Adressdateien haelt,
      * wird nicht geloescht. Verwaiste Sperren werden gemeldet
      * und nicht beachtet.
       S900-PRUEFE-SPERREN.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "MASKE" TO SPR-NAME.
         MOVE "adrloesc" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.
         PERFORM S910-WERTE-SPERRE-AUS.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.
         PERFORM S910-WERTE-SPERRE-AUS.

       S910-WERTE-SPERRE-AUS.
         EVALUATE SPR-STATUS
             WHEN "41"
                 DISPLAY "ADRLOESCH: " FUNCTION TRIM(SPR-NAME)
                     ".SPR wird gehalten (" SPR-INHABER
                     "), Loeschlauf wird verweigert"
                 STOP RUN RETURNING 8
             WHEN "42"
                 DISPLAY "ADRLOESCH: verwaiste Sperre "
                     FUNCTION TRIM(SPR-NAME) ".SPR gefunden ("
                     SPR-INHABER "), sie wird nicht beachtet"
         END-EVALUATE.

      * Fuer die Dauer des Laufs beide Sperren halten: adrmaske
      * bleibt Nur-Lesen, adrpfleg und adrladen warten.
       S950-SETZE-SPERREN.
         MOVE "SETZEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         MOVE "adrloesc" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.
         MOVE "SETZEN" TO SPR-FUNKTION.
         MOVE "MASKE" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.
         SET SPERREN-GESETZT TO TRUE.

      * Jeder Abbruch laeuft hierueber, damit BATCH.SPR und
      * MASKE.SPR nicht bis zur Verwaisung stehen bleiben.
       S980-BRICH-LAUF-AB.
         IF SPERREN-GESETZT
             PERFORM S990-LOESE-SPERREN
         END-IF.
         STOP RUN RETURNING 1.

       S990-LOESE-SPERREN.
         MOVE "N" TO WS-SPERREN-SCHALTER.
         MOVE "LOESEN" TO SPR-FUNKTION.
         MOVE "MASKE" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.
         MOVE "LOESEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.

      * Laedt die Querverweisdatei der Dublettenzusammenfuehrung
      * (ADRXREF.DAT, je Zeile ALT-ID;UEBERLEBT-ID); eine
      * fehlende Datei ist zulaessig (keine Stilllegungen).
       X000-LADE-XREF.
         OPEN INPUT XREF-DATEI.
         IF XREF-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT XREF-STATUS-OK
             DISPLAY "Sorry, unable to open ADRXREF.DAT, status "
                 XREF-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.
         PERFORM X100-LIES-XREF-ZEILE.
         PERFORM X200-UEBERNIMM-XREF-ZEILE
             UNTIL ENDE-DES-XREF.
         CLOSE XREF-DATEI.

       X100-LIES-XREF-ZEILE.
         READ XREF-DATEI
             AT END SET ENDE-DES-XREF TO TRUE.
         IF NOT XREF-STATUS-OK AND NOT XREF-STATUS-ENDE
             DISPLAY "Sorry, error reading ADRXREF.DAT, status "
                 XREF-STATUS
             PERFORM S980-BRICH-LAUF-AB
         END-IF.

       X200-UEBERNIMM-XREF-ZEILE.
         IF XREF-SATZ = SPACES
             OR XREF-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             IF WS-XREF-ANZAHL NOT LESS WS-XREF-MAXIMUM
                 DISPLAY "ADRLOESCH: mehr als " WS-XREF-MAXIMUM
                     " Querverweise, Lauf wird abgebrochen"
                 PERFORM S980-BRICH-LAUF-AB
             END-IF
             MOVE SPACES TO WS-FELD-ALT-ID WS-FELD-NEU-ID
             UNSTRING XREF-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ALT-ID WS-FELD-NEU-ID
             END-UNSTRING
             ADD 1 TO WS-XREF-ANZAHL
             MOVE WS-FELD-ALT-ID TO XRF-ALT-ID(WS-XREF-ANZAHL)
             MOVE WS-FELD-NEU-ID TO XRF-NEU-ID(WS-XREF-ANZAHL)
         END-IF.
         PERFORM X100-LIES-XREF-ZEILE.

      * Herkunftsprotokoll: eine bereinigte Datei unter Umschlag
      * behaelt Kennung, Laufdatum und Generation, aber Satzanzahl
      * und Hashsumme aendern sich; der Vorgang verbindet die neue
      * Fassung mit der alten und der Loeschliste.
       Z900-MELDE-HERKUNFT.
         MOVE "adrloesc" TO HKF-PROGRAMM.
         MOVE "LEEREN" TO HKF-FUNKTION.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE DAT-NAME(WS-DATEI-INDEX) TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE WS-LISTE-NAME TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE DAT-NAME(WS-DATEI-INDEX) TO HKF-DATEI.
         MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADRLOESCH: Herkunftsprotokoll nicht geschrieben"
                 ", Status " HKF-STATUS
         END-IF.

       END PROGRAM adrloesch.

      * vim:ai sw=4 sts=4 expandtab
