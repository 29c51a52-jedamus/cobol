      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Datenauskunft: wenn jemand wissen will, was wir ueber ihn
      * gespeichert haben, wurde bisher von Hand in einem halben
      * Dutzend Dateien gesucht. Dieses Programm sammelt zu einer
      * ADR-ID jedes Vorkommen in eine druckfertige Auskunft:
      *     adrausk adr-id
      * Die ID wird ueber die Querverweisdatei ADRXREF.DAT (siehe
      * adrmerge) in beide Richtungen aufgeloest: eine
      * stillgelegte ID fuehrt zum Ueberlebenden, ein Ueberlebender
      * zu allen in ihm aufgegangenen IDs; gesucht wird dann nach
      * allen IDs der Gruppe. Die Auskunft ADRAUSK.RPT enthaelt
      * mit Laufdatum und Anschriftenfeld
      *   1. den aktuellen Mastersatz (ADDRESS-MASTER.DAT),
      *   2. jede Aenderung aus der Historie ADRHIST.DAT (wie
      *      adrhista),
      *   3. jede Retoure mit Grund (RETOURHIS.DAT),
      *   4. Zusammenfuehrungen (ADRXREF.DAT),
      *   5. eine Werbesperre (WERBSPERRE.DAT),
      *   6. Zweitanschriften (ZWEITADR.DAT),
      *   7. Mitgliedschaften in staendigen Verteilern mit Ein-
      *      und Austritt (VERTEILER.DAT),
      *   8. den Stand der Adressbestaetigung (BESTAET.DAT),
      *   9. jede Auswahl, jeden Druck und jede Sendung an das
      *      Druckbuero: gesucht wird in ADRWAHL.DAT,
      *      ADDRESS-SORTIERT.DAT, ADRAUSLAND.DAT,
      *      BUEROAUS.DAT und BESTWAHL.DAT sowie in allen
      *      Generationen aus GENKATALOG.DAT mit einer dieser
      *      Dateikennungen; die
      *      Kampagne ist die Generation im Umschlag. Eine Datei,
      *      deren Kopfsatz (Kennung, Laufdatum, Generation) schon
      *      einmal gelesen wurde, wird nicht doppelt ausgewiesen
      *      - die aktuelle Datei und ihre juengste Generation
      *      sind gewoehnlich dieselbe.
      *  10. jede Aussendung mit Rueckantwort, fuer die die
      *      Person ausgewaehlt wurde (KAMPEMPF.DAT), und jede
      *      erfasste Antwort darauf (RUECKLAUF.DAT).
      *  11. jedes gedruckte oder versandte Stueck aus der
      *      Versandhistorie SENDHIST.DAT mit Kampagne und Kanal.
      * Fehlende Dateien sind zulaessig und werden in der Auskunft
      * als "nicht vorhanden" vermerkt. Ohne jeden Treffer endet
      * der Lauf mit RETURN-CODE 2.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Satzlaenge des Masters 240 statt 170 (ADR-STRASSE und
      *     aufgeteilte Ortsangabe, siehe adresse.cpy), Bilder in
      *     ADRHIST.DAT auf 34-273 und 275-514. Der Briefkopf
      *     bekommt die Zustellzeile, die Ortszeile setzt ortzeile
      *     zusammen; das Adressbild zeigt die Felder einzeln.
      *   - Neuer Abschnitt 6: Zweitanschriften aus ZWEITADR.DAT
      *     (siehe zweitadr.cpy) mit Art, Gueltigkeit und
      *     Anschrift; Auswahl, Druck und Versand sind jetzt
      *     Abschnitt 7.
      *   - Satzlaenge des Masters 245 statt 240 (ADR-ORG-NR, siehe
      *     adresse.cpy); Mastersatz und Masterbilder auf X(245)
      *     verbreitert, die Auskunft nennt die Organisationsnummer.
      *   - Neuer Abschnitt 7: Mitgliedschaften in staendigen
      *     Verteilern aus VERTEILER.DAT (siehe verteil.cpy) mit
      *     Eintritt und Austritt; Auswahl, Druck und Versand sind
      *     jetzt Abschnitt 8.
      *   - HISTORIEN-SATZ auf X(530) wie in adrhist: die Zeilen
      *     tragen hinten die Organisationsnummern.
      *   - Neuer Abschnitt 8: Stand der Adressbestaetigung aus
      *     BESTAET.DAT (adrbest) mit letzter Bestaetigung, letztem
      *     Bestaetigungsbrief und Antwort; Auswahl, Druck und
      *     Versand sind jetzt Abschnitt 9 und schliessen
      *     BESTWAHL.DAT (Kennung BESTWAHL) mit ein. VERSAND-SATZ
      *     auf X(245) wie der Master verbreitert.
      *   - Neuer Abschnitt 10: Aussendungen mit Rueckantwort
      *     aus KAMPEMPF.DAT (Empfaenger je Auswahllauf, adrwahl)
      *     und RUECKLAUF.DAT (erfasste Antworten, adrantw).
      *   - Neuer Abschnitt 11: Versandhistorie aus SENDHIST.DAT
      *     (siehe sendhist.cpy) mit Versandtag, Kampagne und Kanal.
      *   - Satzlaenge des Masters 254 statt 245 (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy), HISTORIEN-SATZ auf
      *     X(546). Das Adressbild nennt eine logische Loeschung mit
      *     Datum, auch in den Bildern der Historie (528-536 und
      *     538-546); die Historie kennt die Aktionen W
      *     (Wiederherstellung) und P (endgueltige Tilgung).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrausk.
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

           SELECT HISTORIEN-DATEI
           ASSIGN TO "ADRHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS HISTORIE-STATUS.

           SELECT RETOUREN-DATEI
           ASSIGN TO "RETOURHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS RETOUR-STATUS.

           SELECT XREF-DATEI
           ASSIGN TO "ADRXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS XREF-STATUS.

           SELECT SPERR-DATEI
           ASSIGN TO "WERBSPERRE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS SPERR-STATUS.

           SELECT ZWEIT-DATEI
           ASSIGN TO "ZWEITADR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ZWEIT-STATUS.

           SELECT VTL-DATEI
           ASSIGN TO "VERTEILER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS VTL-STATUS.

           SELECT BESTAET-DATEI
           ASSIGN TO "BESTAET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BESTAET-STATUS.

           SELECT EMPF-DATEI
           ASSIGN TO "KAMPEMPF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS EMPF-STATUS.

           SELECT RUECK-DATEI
           ASSIGN TO "RUECKLAUF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS RUECK-STATUS.

           SELECT SENDH-DATEI
           ASSIGN TO "SENDHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS SENDH-STATUS.

           SELECT KATALOG-DATEI
           ASSIGN TO "GENKATALOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS KATALOG-STATUS.

      * VERSANDEIN ist ein logischer Dateiname; er wird je
      * durchsuchter Versanddatei per SET ENVIRONMENT abgebildet.
           SELECT VERSAND-DATEI
           ASSIGN TO "VERSANDEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS VERSAND-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ADRAUSK.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADDRESS-MASTER
          LABEL RECORDS ARE OMITTED.
           01 MASTER-SATZ              PIC X(254).

       FD HISTORIEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 HISTORIEN-SATZ           PIC X(546).

       FD RETOUREN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 RETOUREN-SATZ            PIC X(80).

       FD XREF-DATEI
          LABEL RECORDS ARE OMITTED.
           01 XREF-SATZ                PIC X(80).

       FD SPERR-DATEI
          LABEL RECORDS ARE OMITTED.
           01 SPERR-SATZ               PIC X(80).

       FD ZWEIT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ZWEIT-SATZ               PIC X(250).

       FD VTL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 VTL-SATZ                 PIC X(80).

       FD BESTAET-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BESTAET-SATZ             PIC X(80).

       FD EMPF-DATEI
          LABEL RECORDS ARE OMITTED.
           01 EMPF-SATZ                PIC X(80).

       FD RUECK-DATEI
          LABEL RECORDS ARE OMITTED.
           01 RUECK-SATZ               PIC X(80).

       FD SENDH-DATEI
          LABEL RECORDS ARE OMITTED.
           01 SENDH-SATZ               PIC X(80).

       FD KATALOG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 KATALOG-SATZ             PIC X(120).

       FD VERSAND-DATEI
          LABEL RECORDS ARE OMITTED.
           01 VERSAND-SATZ             PIC X(254).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(80).
       01 WS-HEUTE                    PIC X(08).
       01 WS-DATUM-ANZEIGE            PIC X(10).
       01 WS-DATUM-EINGABE            PIC X(08).

       01 WS-MASTER-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-MASTERS                     VALUE "J".
       01 WS-HISTORIE-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-HISTORIE                    VALUE "J".
       01 WS-RETOUREN-ENDE-SCHALTER   PIC X(01)   VALUE "N".
          88 ENDE-DER-RETOUREN                    VALUE "J".
       01 WS-XREF-ENDE-SCHALTER       PIC X(01)   VALUE "N".
          88 ENDE-DES-XREF                        VALUE "J".
       01 WS-SPERR-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-SPERRDATEI                  VALUE "J".
       01 WS-ZWEIT-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-ZWEITDATEI                  VALUE "J".
       01 WS-VTL-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 ENDE-DER-VTLDATEI                    VALUE "J".
       01 WS-BESTAET-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-BESTAETDATEI                VALUE "J".
       01 WS-EMPF-ENDE-SCHALTER       PIC X(01)   VALUE "N".
          88 ENDE-DER-EMPFDATEI                   VALUE "J".
       01 WS-RUECK-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-RUECKDATEI                  VALUE "J".
       01 WS-SENDH-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-SENDHDATEI                  VALUE "J".
       01 WS-KATALOG-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-KATALOGS                    VALUE "J".
       01 WS-VERSAND-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-VERSANDDATEI                VALUE "J".
       01 WS-ID-GEFUNDEN-SCHALTER     PIC X(01)   VALUE "N".
          88 ID-GEHOERT-ZUR-GRUPPE                VALUE "J".

      * Die gesuchte ID und alle ueber ADRXREF.DAT verbundenen IDs.
       01 WS-ID-TABELLE.
          05 WS-GRUPPEN-ID            PIC X(06)   OCCURS 20 TIMES.
       01 WS-ID-ANZAHL                PIC 9(02)   COMP VALUE ZERO.
       01 WS-ID-MAXIMUM               PIC 9(02)   COMP VALUE 20.
       01 WS-ID-INDEX                 PIC 9(02)   COMP VALUE ZERO.
       01 WS-PRUEF-ID                 PIC X(06).
       01 WS-SUCH-ID                  PIC X(06).

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
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-GRUND               PIC X(20)   VALUE SPACES.
       01 WS-FELD-ZEIT                PIC X(14)   VALUE SPACES.
       01 WS-FELD-QUELLE              PIC X(08)   VALUE SPACES.
       01 WS-FELD-BIS                 PIC X(08)   VALUE SPACES.
       01 WS-FELD-EINGETRAGEN         PIC X(08)   VALUE SPACES.
       01 WS-FELD-KENNUNG             PIC X(08)   VALUE SPACES.
       01 WS-FELD-ART                 PIC X(01)   VALUE SPACES.
       01 WS-FELD-AB                  PIC X(08)   VALUE SPACES.
       01 WS-FELD-ABTEILUNG           PIC X(40)   VALUE SPACES.
       01 WS-FELD-ORGANISATION        PIC X(40)   VALUE SPACES.
       01 WS-FELD-VERTEILER           PIC X(12)   VALUE SPACES.
       01 WS-FELD-EINTRITT            PIC X(08)   VALUE SPACES.
       01 WS-FELD-AUSTRITT            PIC X(08)   VALUE SPACES.
       01 WS-FELD-STRASSE             PIC X(40)   VALUE SPACES.
       01 WS-FELD-BESTAETIGT          PIC X(08)   VALUE SPACES.
       01 WS-FELD-RUNDE               PIC X(01)   VALUE SPACES.
       01 WS-FELD-ANGESCHRIEBEN       PIC X(08)   VALUE SPACES.
       01 WS-FELD-KAMPAGNE            PIC X(04)   VALUE SPACES.
       01 WS-FELD-ANTWORT             PIC X(01)   VALUE SPACES.
       01 WS-FELD-EINGANG             PIC X(08)   VALUE SPACES.
       01 WS-FELD-EMPF-ID             PIC X(06)   VALUE SPACES.
       01 WS-FELD-VERSANDTAG          PIC X(08)   VALUE SPACES.
       01 WS-FELD-KANAL               PIC X(01)   VALUE SPACES.
       01 WS-FELD-PROGRAMM            PIC X(08)   VALUE SPACES.
       01 WS-KANAL-TEXT               PIC X(12)   VALUE SPACES.
       01 WS-FELD-ORTSANGABE.
          05 WS-FELD-ORT              PIC X(40)   VALUE SPACES.
          05 WS-FELD-STAAT            PIC X(20)   VALUE SPACES.
          05 WS-FELD-PLZ              PIC X(10)   VALUE SPACES.
       01 WS-FELD-LAND                PIC X(03)   VALUE SPACES.
       01 WS-FELD-GENERATION          PIC X(05)   VALUE SPACES.
       01 WS-FELD-DATEINAME           PIC X(40)   VALUE SPACES.

      * Mastersaetze der Gruppe; der erste liefert das
      * Anschriftenfeld.
       01 WS-MASTER-TABELLE.
          05 WS-MASTER-BILD           PIC X(254)  OCCURS 20 TIMES.
       01 WS-MASTER-ANZAHL            PIC 9(02)   COMP VALUE ZERO.
       01 WS-MASTER-INDEX             PIC 9(02)   COMP VALUE ZERO.

      * Versanddateien: die aktuellen Dateien der Kette, danach
      * die Generationen aus GENKATALOG.DAT.
       01 WS-VERSAND-TABELLE.
          05 WS-VERSAND-EINTRAG       OCCURS 200 TIMES.
             10 VSD-DATEINAME         PIC X(40).
       01 WS-VERSAND-ANZAHL           PIC 9(03)   COMP VALUE ZERO.
       01 WS-VERSAND-MAXIMUM          PIC 9(03)   COMP VALUE 200.
       01 WS-VERSAND-INDEX            PIC 9(03)   COMP VALUE ZERO.

      * Schon gelesene Kopfsaetze (Kennung, Programm, Laufdatum,
      * Generation), damit dieselbe Datei nicht doppelt zaehlt.
       01 WS-KOPF-TABELLE.
          05 WS-GELESENER-KOPF        PIC X(28)   OCCURS 200 TIMES.
       01 WS-KOPF-ANZAHL              PIC 9(03)   COMP VALUE ZERO.
       01 WS-KOPF-INDEX               PIC 9(03)   COMP VALUE ZERO.
       01 WS-KOPF-DOPPELT-SCHALTER    PIC X(01)   VALUE "N".
          88 KOPF-SCHON-GELESEN                   VALUE "J".
       01 WS-VERSANDART               PIC X(20).
       01 WS-VERSANDDATEI-SCHALTER    PIC X(01)   VALUE "N".
          88 VERSANDDATEI-RELEVANT                VALUE "J".

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==VSD-UMS==.

       01 WS-MASTER-ZAEHLER           PIC 9(05)   COMP VALUE ZERO.
       01 WS-HISTORIE-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-RETOUREN-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-XREF-ZAEHLER             PIC 9(05)   COMP VALUE ZERO.
       01 WS-SPERR-ZAEHLER            PIC 9(05)   COMP VALUE ZERO.
       01 WS-ZWEIT-ZAEHLER            PIC 9(05)   COMP VALUE ZERO.
       01 WS-VTL-ZAEHLER              PIC 9(05)   COMP VALUE ZERO.
       01 WS-BESTAET-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-VERSAND-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-RUECKLAUF-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-SENDH-ZAEHLER            PIC 9(05)   COMP VALUE ZERO.
       01 WS-TREFFER-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABSCHNITT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-DATEI-FEHLT              PIC X(40).

      * Satzbild fuer Master- und Historienbilder.
       COPY "adresse.cpy".
       COPY "ortzeile.cpy".

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-ABSCHNITTSKOPF.
          05 WS-ABS-NUMMER            PIC Z9.
          05 FILLER                   PIC X(02)   VALUE ". ".
          05 WS-ABS-TEXT              PIC X(60).

       01 WS-BILDZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 WS-BILD-FELD             PIC X(15).
          05 FILLER                   PIC X(02)   VALUE ": ".
          05 WS-BILD-INHALT           PIC X(40).

       01 WS-EINTRAGZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 WS-EIN-DATUM             PIC X(10).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-EIN-TEXT              PIC X(65).

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
           REPLACING ==PREFIX-STATUS-1==    BY ==HISTORIE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==HISTORIE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==HISTORIE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==HISTORIE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==HISTORIE-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==RETOUR-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==RETOUR-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==RETOUR-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==RETOUR-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==RETOUR-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==XREF-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==XREF-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==XREF-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==XREF-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==XREF-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==SPERR-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==SPERR-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==SPERR-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==SPERR-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==SPERR-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ZWEIT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ZWEIT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ZWEIT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ZWEIT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ZWEIT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==VTL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==VTL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==VTL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==VTL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==VTL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BESTAET-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BESTAET-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BESTAET-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BESTAET-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BESTAET-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==EMPF-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==EMPF-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==EMPF-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==EMPF-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==EMPF-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==RUECK-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==RUECK-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==RUECK-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==RUECK-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==RUECK-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==SENDH-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==SENDH-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==SENDH-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==SENDH-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==SENDH-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==KATALOG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==KATALOG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==KATALOG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==KATALOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==KATALOG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==VERSAND-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==VERSAND-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==VERSAND-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==VERSAND-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==VERSAND-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-ERSTELLE-AUSKUNFT.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         IF WS-KOMMANDOZEILE = SPACES
             OR FUNCTION TRIM(WS-KOMMANDOZEILE) IS NOT NUMERIC
             DISPLAY "ADRAUSK: Aufruf: adrausk adr-id"
             STOP RUN RETURNING 1
         END-IF.
         MOVE FUNCTION NUMVAL(WS-KOMMANDOZEILE) TO ADR-ID.
         MOVE ADR-ID TO WS-SUCH-ID.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.

         PERFORM X000-LADE-XREF.
         PERFORM B000-BILDE-ID-GRUPPE.
         PERFORM C000-LADE-MASTERSAETZE.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ADRAUSK.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM D000-SCHREIBE-BRIEFKOPF.
         PERFORM E100-ZEIGE-MASTER.
         PERFORM E200-ZEIGE-HISTORIE.
         PERFORM E300-ZEIGE-RETOUREN.
         PERFORM E400-ZEIGE-XREF.
         PERFORM E500-ZEIGE-WERBESPERRE.
         PERFORM E550-ZEIGE-ZWEITANSCHRIFTEN.
         PERFORM E590-ZEIGE-VERTEILER.
         PERFORM E595-ZEIGE-BESTAETIGUNG.
         PERFORM E600-ZEIGE-VERSAND.
         PERFORM E700-ZEIGE-RUECKLAUF.
         PERFORM E800-ZEIGE-SENDHISTORIE.
         PERFORM H000-SCHREIBE-SCHLUSS.
         CLOSE BERICHT-DATEI.

         COMPUTE WS-TREFFER-ZAEHLER = WS-MASTER-ZAEHLER
             + WS-HISTORIE-ZAEHLER + WS-RETOUREN-ZAEHLER
             + WS-XREF-ZAEHLER + WS-SPERR-ZAEHLER
             + WS-ZWEIT-ZAEHLER + WS-VTL-ZAEHLER
             + WS-BESTAET-ZAEHLER + WS-VERSAND-ZAEHLER
             + WS-RUECKLAUF-ZAEHLER + WS-SENDH-ZAEHLER.
         DISPLAY "ADRAUSK: Auskunft zu ADR-ID " WS-SUCH-ID
             " mit " WS-TREFFER-ZAEHLER " Eintraegen nach "
             "ADRAUSK.RPT".
         IF WS-TREFFER-ZAEHLER = ZERO
             STOP RUN RETURNING 2
         END-IF.
         STOP RUN.

      * Die gesuchte ID, ihr Ueberlebender (ALT -> NEU) und alle
      * IDs, die im Ueberlebenden aufgegangen sind (NEU -> ALT).
      * Der Verweis ist einstufig (siehe adrmerge), zwei
      * Durchgaenge genuegen.
       B000-BILDE-ID-GRUPPE.
         MOVE WS-SUCH-ID TO WS-PRUEF-ID.
         PERFORM B300-NIMM-ID-AUF.
         PERFORM B100-FOLGE-ZUM-UEBERLEBENDEN
             VARYING WS-XREF-INDEX FROM 1 BY 1
             UNTIL WS-XREF-INDEX > WS-XREF-ANZAHL.
         PERFORM B200-FOLGE-ZU-STILLGELEGTEN
             VARYING WS-XREF-INDEX FROM 1 BY 1
             UNTIL WS-XREF-INDEX > WS-XREF-ANZAHL.

       B100-FOLGE-ZUM-UEBERLEBENDEN.
         MOVE XRF-ALT-ID(WS-XREF-INDEX) TO WS-PRUEF-ID.
         PERFORM P000-PRUEFE-GRUPPE.
         IF ID-GEHOERT-ZUR-GRUPPE
             MOVE XRF-NEU-ID(WS-XREF-INDEX) TO WS-PRUEF-ID
             PERFORM B300-NIMM-ID-AUF
         END-IF.

       B200-FOLGE-ZU-STILLGELEGTEN.
         MOVE XRF-NEU-ID(WS-XREF-INDEX) TO WS-PRUEF-ID.
         PERFORM P000-PRUEFE-GRUPPE.
         IF ID-GEHOERT-ZUR-GRUPPE
             MOVE XRF-ALT-ID(WS-XREF-INDEX) TO WS-PRUEF-ID
             PERFORM B300-NIMM-ID-AUF
         END-IF.

      * Nimmt WS-PRUEF-ID in die Gruppe auf, falls noch nicht
      * enthalten.
       B300-NIMM-ID-AUF.
         PERFORM P000-PRUEFE-GRUPPE.
         IF NOT ID-GEHOERT-ZUR-GRUPPE
             IF WS-ID-ANZAHL NOT LESS WS-ID-MAXIMUM
                 DISPLAY "ADRAUSK: mehr als " WS-ID-MAXIMUM
                     " verbundene ADR-IDs, Lauf wird abgebrochen"
                 STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-ID-ANZAHL
             MOVE WS-PRUEF-ID TO WS-GRUPPEN-ID(WS-ID-ANZAHL)
         END-IF.

       C000-LADE-MASTERSAETZE.
         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM C100-LIES-MASTERSATZ.
         PERFORM C200-PRUEFE-MASTERSATZ
             UNTIL ENDE-DES-MASTERS.
         CLOSE ADDRESS-MASTER.

       C100-LIES-MASTERSATZ.
         READ ADDRESS-MASTER
             AT END SET ENDE-DES-MASTERS TO TRUE.
         IF NOT ADRMAST-STATUS-OK AND NOT ADRMAST-STATUS-ENDE
             DISPLAY "Sorry, error reading ADDRESS-MASTER.DAT, "
                 "status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Umschlagsaetze (UK/UE) tragen keine ADR-ID und fallen
      * beim Vergleich von selbst heraus.
       C200-PRUEFE-MASTERSATZ.
         MOVE MASTER-SATZ(1:6) TO WS-PRUEF-ID.
         PERFORM P000-PRUEFE-GRUPPE.
         IF ID-GEHOERT-ZUR-GRUPPE
             AND WS-MASTER-ANZAHL < WS-ID-MAXIMUM
             ADD 1 TO WS-MASTER-ANZAHL
             MOVE MASTER-SATZ TO WS-MASTER-BILD(WS-MASTER-ANZAHL)
         END-IF.
         PERFORM C100-LIES-MASTERSATZ.

      * Briefkopf: Anschriftenfeld aus dem ersten Mastersatz der
      * Gruppe, Datum und Betreff.
       D000-SCHREIBE-BRIEFKOPF.
         MOVE WS-HEUTE TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         IF WS-MASTER-ANZAHL > ZERO
             MOVE WS-MASTER-BILD(1) TO ADRESSE-SATZ
             MOVE ADR-NAME TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             IF ADR-ABTEILUNG NOT = SPACES
                 MOVE ADR-ABTEILUNG TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
             IF ADR-ORGANISATION NOT = SPACES
                 MOVE ADR-ORGANISATION TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
             IF ADR-STRASSE NOT = SPACES
                 MOVE ADR-STRASSE TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
             MOVE ADR-ORTSANGABE TO ORTZ-ORTSANGABE
             CALL "ortzeile" USING ORTZ-BLOCK
             MOVE ORTZ-ZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             IF ADR-LAND NOT = SPACES AND ADR-LAND NOT = "D"
                 MOVE ADR-LAND TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
         ELSE
             MOVE "(keine aktuelle Anschrift im Adressbestand)"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         STRING "                                        "
             "          Datum: " WS-DATUM-ANZEIGE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         STRING "Auskunft ueber die zu Ihrer Person gespeicherten "
             "Daten" DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "Adressnummer " WS-SUCH-ID
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Sehr geehrte Damen und Herren,"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         STRING "wie gewuenscht teilen wir Ihnen mit, welche "
             "Daten wir zu Ihrer Person"
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "gespeichert haben und wofuer sie verwendet "
             "wurden. Stand: " WS-DATUM-ANZEIGE "."
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF WS-ID-ANZAHL > 1
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "Ihre Daten waren unter mehreren "
                 "Adressnummern gefuehrt; die Auskunft"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "umfasst alle diese Nummern:" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM D100-NENNE-GRUPPEN-ID
                 VARYING WS-ID-INDEX FROM 1 BY 1
                 UNTIL WS-ID-INDEX > WS-ID-ANZAHL
         END-IF.

       D100-NENNE-GRUPPEN-ID.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "    " WS-GRUPPEN-ID(WS-ID-INDEX)
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * 1. Aktueller Adressbestand.
       E100-ZEIGE-MASTER.
         MOVE 1 TO WS-ABS-NUMMER.
         MOVE "Gespeicherte Anschrift (Adressbestand)"
             TO WS-ABS-TEXT.
         PERFORM G300-SCHREIBE-ABSCHNITTSKOPF.
         PERFORM E110-ZEIGE-MASTERSATZ
             VARYING WS-MASTER-INDEX FROM 1 BY 1
             UNTIL WS-MASTER-INDEX > WS-MASTER-ANZAHL.
         IF WS-MASTER-ANZAHL = ZERO
             MOVE "    keine Eintraege" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       E110-ZEIGE-MASTERSATZ.
         ADD 1 TO WS-MASTER-ZAEHLER.
         MOVE WS-MASTER-BILD(WS-MASTER-INDEX) TO ADRESSE-SATZ.
         PERFORM G100-SCHREIBE-ADRESSBILD.
         IF WS-MASTER-INDEX < WS-MASTER-ANZAHL
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * 2. Aenderungshistorie; feste Feldpositionen wie in
      * adrhista (ADR-ID 1-6, Zeitstempel 8-21, Quelle 23-30,
      * Aktion 32, Vorher 34-203, Nachher 205-374).
       E200-ZEIGE-HISTORIE.
         MOVE 2 TO WS-ABS-NUMMER.
         MOVE "Aenderungen der Anschrift" TO WS-ABS-TEXT.
         PERFORM G300-SCHREIBE-ABSCHNITTSKOPF.
         MOVE ZERO TO WS-ABSCHNITT-ZAEHLER.
         OPEN INPUT HISTORIEN-DATEI.
         IF HISTORIE-STATUS = "35"
             MOVE "ADRHIST.DAT" TO WS-DATEI-FEHLT
             PERFORM G400-SCHREIBE-DATEI-FEHLT
             EXIT PARAGRAPH
         END-IF.
         IF NOT HISTORIE-STATUS-OK
             DISPLAY "Sorry, unable to open ADRHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM E210-LIES-HISTORIENZEILE.
         PERFORM E220-PRUEFE-HISTORIENZEILE
             UNTIL ENDE-DER-HISTORIE.
         CLOSE HISTORIEN-DATEI.
         PERFORM G500-SCHREIBE-KEINE-EINTRAEGE.

       E210-LIES-HISTORIENZEILE.
         READ HISTORIEN-DATEI
             AT END SET ENDE-DER-HISTORIE TO TRUE.
         IF NOT HISTORIE-STATUS-OK AND NOT HISTORIE-STATUS-ENDE
             DISPLAY "Sorry, error reading ADRHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E220-PRUEFE-HISTORIENZEILE.
         MOVE HISTORIEN-SATZ(1:6) TO WS-PRUEF-ID.
         PERFORM P000-PRUEFE-GRUPPE.
         IF ID-GEHOERT-ZUR-GRUPPE
             PERFORM E230-ZEIGE-HISTORIENEINTRAG
         END-IF.
         PERFORM E210-LIES-HISTORIENZEILE.

       E230-ZEIGE-HISTORIENEINTRAG.
         ADD 1 TO WS-HISTORIE-ZAEHLER WS-ABSCHNITT-ZAEHLER.
         MOVE HISTORIEN-SATZ(8:8) TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE WS-DATUM-ANZEIGE TO WS-EIN-DATUM.
         MOVE SPACES TO WS-EIN-TEXT.
         EVALUATE HISTORIEN-SATZ(32:1)
             WHEN "N"
                 STRING "Neuanlage (Adressnummer "
                     HISTORIEN-SATZ(1:6) ", Quelle "
                     FUNCTION TRIM(HISTORIEN-SATZ(23:8)) ")"
                     DELIMITED BY SIZE INTO WS-EIN-TEXT
             WHEN "L"
                 STRING "Loeschung (Adressnummer "
                     HISTORIEN-SATZ(1:6) ", Quelle "
                     FUNCTION TRIM(HISTORIEN-SATZ(23:8)) ")"
                     DELIMITED BY SIZE INTO WS-EIN-TEXT
             WHEN "W"
                 STRING "Wiederherstellung (Adressnummer "
                     HISTORIEN-SATZ(1:6) ", Quelle "
                     FUNCTION TRIM(HISTORIEN-SATZ(23:8)) ")"
                     DELIMITED BY SIZE INTO WS-EIN-TEXT
             WHEN "P"
                 STRING "Endgueltige Tilgung (Adressnummer "
                     HISTORIEN-SATZ(1:6) ", Quelle "
                     FUNCTION TRIM(HISTORIEN-SATZ(23:8)) ")"
                     DELIMITED BY SIZE INTO WS-EIN-TEXT
             WHEN OTHER
                 STRING "Aenderung (Adressnummer "
                     HISTORIEN-SATZ(1:6) ", Quelle "
                     FUNCTION TRIM(HISTORIEN-SATZ(23:8)) ")"
                     DELIMITED BY SIZE INTO WS-EIN-TEXT
         END-EVALUATE.
         MOVE WS-EINTRAGZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF HISTORIEN-SATZ(34:240) NOT = SPACES
             MOVE "    vorher:" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE HISTORIEN-SATZ(34:240) TO ADRESSE-SATZ
             MOVE HISTORIEN-SATZ(528:1) TO ADR-LOESCHKZ
             MOVE HISTORIEN-SATZ(529:8) TO ADR-LOESCHDATUM
             PERFORM G100-SCHREIBE-ADRESSBILD
         END-IF.
         IF HISTORIEN-SATZ(275:240) NOT = SPACES
             MOVE "    nachher:" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE HISTORIEN-SATZ(275:240) TO ADRESSE-SATZ
             MOVE HISTORIEN-SATZ(538:1) TO ADR-LOESCHKZ
             MOVE HISTORIEN-SATZ(539:8) TO ADR-LOESCHDATUM
             PERFORM G100-SCHREIBE-ADRESSBILD
         END-IF.

      * 3. Retouren (ADR-ID;GRUND;JJJJMMTTHHMMSS, siehe adrretour).
       E300-ZEIGE-RETOUREN.
         MOVE 3 TO WS-ABS-NUMMER.
         MOVE "Als unzustellbar zurueckgekommene Sendungen"
             TO WS-ABS-TEXT.
         PERFORM G300-SCHREIBE-ABSCHNITTSKOPF.
         MOVE ZERO TO WS-ABSCHNITT-ZAEHLER.
         OPEN INPUT RETOUREN-DATEI.
         IF RETOUR-STATUS = "35"
             MOVE "RETOURHIS.DAT" TO WS-DATEI-FEHLT
             PERFORM G400-SCHREIBE-DATEI-FEHLT
             EXIT PARAGRAPH
         END-IF.
         IF NOT RETOUR-STATUS-OK
             DISPLAY "Sorry, unable to open RETOURHIS.DAT, status "
                 RETOUR-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM E310-LIES-RETOURE.
         PERFORM E320-PRUEFE-RETOURE
             UNTIL ENDE-DER-RETOUREN.
         CLOSE RETOUREN-DATEI.
         PERFORM G500-SCHREIBE-KEINE-EINTRAEGE.

       E310-LIES-RETOURE.
         READ RETOUREN-DATEI
             AT END SET ENDE-DER-RETOUREN TO TRUE.
         IF NOT RETOUR-STATUS-OK AND NOT RETOUR-STATUS-ENDE
             DISPLAY "Sorry, error reading RETOURHIS.DAT, status "
                 RETOUR-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E320-PRUEFE-RETOURE.
         IF RETOUREN-SATZ NOT = SPACES
             AND RETOUREN-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ID WS-FELD-GRUND WS-FELD-ZEIT
             UNSTRING RETOUREN-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-GRUND WS-FELD-ZEIT
             END-UNSTRING
             MOVE WS-FELD-ID TO WS-PRUEF-ID
             PERFORM P000-PRUEFE-GRUPPE
             IF ID-GEHOERT-ZUR-GRUPPE
                 ADD 1 TO WS-RETOUREN-ZAEHLER WS-ABSCHNITT-ZAEHLER
                 MOVE WS-FELD-ZEIT(1:8) TO WS-DATUM-EINGABE
                 PERFORM G200-FORMATIERE-DATUM
                 MOVE WS-DATUM-ANZEIGE TO WS-EIN-DATUM
                 MOVE SPACES TO WS-EIN-TEXT
                 STRING "Retoure, Grund: "
                     FUNCTION TRIM(WS-FELD-GRUND)
                     " (Adressnummer " WS-FELD-ID ")"
                     DELIMITED BY SIZE INTO WS-EIN-TEXT
                 MOVE WS-EINTRAGZEILE TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
         END-IF.
         PERFORM E310-LIES-RETOURE.

      * 4. Zusammenfuehrungen von Doppeleintraegen.
       E400-ZEIGE-XREF.
         MOVE 4 TO WS-ABS-NUMMER.
         MOVE "Zusammengefuehrte Doppeleintraege" TO WS-ABS-TEXT.
         PERFORM G300-SCHREIBE-ABSCHNITTSKOPF.
         MOVE ZERO TO WS-ABSCHNITT-ZAEHLER.
         PERFORM E410-ZEIGE-XREF-EINTRAG
             VARYING WS-XREF-INDEX FROM 1 BY 1
             UNTIL WS-XREF-INDEX > WS-XREF-ANZAHL.
         PERFORM G500-SCHREIBE-KEINE-EINTRAEGE.

       E410-ZEIGE-XREF-EINTRAG.
         MOVE XRF-ALT-ID(WS-XREF-INDEX) TO WS-PRUEF-ID.
         PERFORM P000-PRUEFE-GRUPPE.
         IF ID-GEHOERT-ZUR-GRUPPE
             ADD 1 TO WS-XREF-ZAEHLER WS-ABSCHNITT-ZAEHLER
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "    Adressnummer " XRF-ALT-ID(WS-XREF-INDEX)
                 " wurde in Adressnummer "
                 XRF-NEU-ID(WS-XREF-INDEX) " uebernommen"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * 5. Werbesperre (ADR-ID;GRUND;QUELLE;BIS;EINGETRAGEN,
      * siehe werbsp.cpy).
       E500-ZEIGE-WERBESPERRE.
         MOVE 5 TO WS-ABS-NUMMER.
         MOVE "Widerspruch gegen Werbung (Werbesperre)"
             TO WS-ABS-TEXT.
         PERFORM G300-SCHREIBE-ABSCHNITTSKOPF.
         MOVE ZERO TO WS-ABSCHNITT-ZAEHLER.
         OPEN INPUT SPERR-DATEI.
         IF SPERR-STATUS = "35"
             PERFORM G500-SCHREIBE-KEINE-EINTRAEGE
             EXIT PARAGRAPH
         END-IF.
         IF NOT SPERR-STATUS-OK
             DISPLAY "Sorry, unable to open WERBSPERRE.DAT, status "
                 SPERR-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM E510-LIES-SPERRZEILE.
         PERFORM E520-PRUEFE-SPERRZEILE
             UNTIL ENDE-DER-SPERRDATEI.
         CLOSE SPERR-DATEI.
         PERFORM G500-SCHREIBE-KEINE-EINTRAEGE.

       E510-LIES-SPERRZEILE.
         READ SPERR-DATEI
             AT END SET ENDE-DER-SPERRDATEI TO TRUE.
         IF NOT SPERR-STATUS-OK AND NOT SPERR-STATUS-ENDE
             DISPLAY "Sorry, error reading WERBSPERRE.DAT, status "
                 SPERR-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E520-PRUEFE-SPERRZEILE.
         IF SPERR-SATZ NOT = SPACES
             AND SPERR-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ID WS-FELD-GRUND
                 WS-FELD-QUELLE WS-FELD-BIS WS-FELD-EINGETRAGEN
             UNSTRING SPERR-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-GRUND WS-FELD-QUELLE
                      WS-FELD-BIS WS-FELD-EINGETRAGEN
             END-UNSTRING
             MOVE WS-FELD-ID TO WS-PRUEF-ID
             PERFORM P000-PRUEFE-GRUPPE
             IF ID-GEHOERT-ZUR-GRUPPE
                 PERFORM E530-ZEIGE-SPERRE
             END-IF
         END-IF.
         PERFORM E510-LIES-SPERRZEILE.

       E530-ZEIGE-SPERRE.
         ADD 1 TO WS-SPERR-ZAEHLER WS-ABSCHNITT-ZAEHLER.
         MOVE WS-FELD-EINGETRAGEN TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE WS-DATUM-ANZEIGE TO WS-EIN-DATUM.
         MOVE SPACES TO WS-EIN-TEXT.
         EVALUATE WS-FELD-GRUND(1:3)
             WHEN "WID"
                 MOVE "Werbesperre auf Ihren Widerspruch"
                     TO WS-EIN-TEXT
             WHEN "DSG"
                 MOVE "Werbesperre auf Ihr Datenschutzersuchen"
                     TO WS-EIN-TEXT
             WHEN OTHER
                 MOVE "Werbesperre eingetragen" TO WS-EIN-TEXT
         END-EVALUATE.
         MOVE WS-EINTRAGZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         IF WS-FELD-BIS = SPACES
             MOVE "               gueltig ohne Befristung"
                 TO WS-BERICHTZEILE
         ELSE
             MOVE WS-FELD-BIS TO WS-DATUM-EINGABE
             PERFORM G200-FORMATIERE-DATUM
             STRING "               gueltig bis "
                 WS-DATUM-ANZEIGE
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         END-IF.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * 6. Zweitanschriften mit Art, Gueltigkeit und Anschrift.
       E550-ZEIGE-ZWEITANSCHRIFTEN.
         MOVE 6 TO WS-ABS-NUMMER.
         MOVE "Weitere Anschriften (Zweitanschriften)"
             TO WS-ABS-TEXT.
         PERFORM G300-SCHREIBE-ABSCHNITTSKOPF.
         MOVE ZERO TO WS-ABSCHNITT-ZAEHLER.
         OPEN INPUT ZWEIT-DATEI.
         IF ZWEIT-STATUS = "35"
             PERFORM G500-SCHREIBE-KEINE-EINTRAEGE
             EXIT PARAGRAPH
         END-IF.
         IF NOT ZWEIT-STATUS-OK
             DISPLAY "Sorry, unable to open ZWEITADR.DAT, status "
                 ZWEIT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM E560-LIES-ZWEITZEILE.
         PERFORM E570-PRUEFE-ZWEITZEILE
             UNTIL ENDE-DER-ZWEITDATEI.
         CLOSE ZWEIT-DATEI.
         PERFORM G500-SCHREIBE-KEINE-EINTRAEGE.

       E560-LIES-ZWEITZEILE.
         READ ZWEIT-DATEI
             AT END SET ENDE-DER-ZWEITDATEI TO TRUE.
         IF NOT ZWEIT-STATUS-OK AND NOT ZWEIT-STATUS-ENDE
             DISPLAY "Sorry, error reading ZWEITADR.DAT, status "
                 ZWEIT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E570-PRUEFE-ZWEITZEILE.
         IF ZWEIT-SATZ NOT = SPACES
             AND ZWEIT-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ID WS-FELD-ART WS-FELD-AB
                 WS-FELD-BIS WS-FELD-ABTEILUNG WS-FELD-ORGANISATION
                 WS-FELD-STRASSE WS-FELD-ORTSANGABE WS-FELD-LAND
                 WS-FELD-EINGETRAGEN
             UNSTRING ZWEIT-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-ART WS-FELD-AB
                      WS-FELD-BIS WS-FELD-ABTEILUNG
                      WS-FELD-ORGANISATION WS-FELD-STRASSE
                      WS-FELD-ORT WS-FELD-STAAT WS-FELD-PLZ
                      WS-FELD-LAND WS-FELD-EINGETRAGEN
             END-UNSTRING
             MOVE WS-FELD-ID TO WS-PRUEF-ID
             PERFORM P000-PRUEFE-GRUPPE
             IF ID-GEHOERT-ZUR-GRUPPE
                 PERFORM E580-ZEIGE-ZWEITANSCHRIFT
             END-IF
         END-IF.
         PERFORM E560-LIES-ZWEITZEILE.

       E580-ZEIGE-ZWEITANSCHRIFT.
         ADD 1 TO WS-ZWEIT-ZAEHLER WS-ABSCHNITT-ZAEHLER.
         MOVE WS-FELD-EINGETRAGEN TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE WS-DATUM-ANZEIGE TO WS-EIN-DATUM.
         EVALUATE WS-FELD-ART
             WHEN "B"
                 MOVE "Bueroanschrift" TO WS-EIN-TEXT
             WHEN "P"
                 MOVE "Privatanschrift" TO WS-EIN-TEXT
             WHEN OTHER
                 MOVE "Voruebergehende Anschrift" TO WS-EIN-TEXT
         END-EVALUATE.
         MOVE WS-EINTRAGZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-FELD-AB TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE SPACES TO WS-BERICHTZEILE.
         IF WS-FELD-BIS = SPACES
             STRING "               gueltig ab " WS-DATUM-ANZEIGE
                 " ohne Befristung"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         ELSE
             STRING "               gueltig vom " WS-DATUM-ANZEIGE
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             MOVE WS-FELD-BIS TO WS-DATUM-EINGABE
             PERFORM G200-FORMATIERE-DATUM
             MOVE " bis " TO WS-BERICHTZEILE(38:5)
             MOVE WS-DATUM-ANZEIGE TO WS-BERICHTZEILE(43:10)
         END-IF.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Abteilung      " TO WS-BILD-FELD.
         MOVE WS-FELD-ABTEILUNG TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Organisation   " TO WS-BILD-FELD.
         MOVE WS-FELD-ORGANISATION TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Strasse        " TO WS-BILD-FELD.
         MOVE WS-FELD-STRASSE TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-FELD-ORTSANGABE TO ORTZ-ORTSANGABE.
         CALL "ortzeile" USING ORTZ-BLOCK.
         MOVE "Ort            " TO WS-BILD-FELD.
         MOVE ORTZ-ZEILE TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Land           " TO WS-BILD-FELD.
         MOVE WS-FELD-LAND TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * 7. Mitgliedschaften in staendigen Verteilern, auch
      * beendete (mit Austritt).
       E590-ZEIGE-VERTEILER.
         MOVE 7 TO WS-ABS-NUMMER.
         MOVE "Staendige Verteiler" TO WS-ABS-TEXT.
         PERFORM G300-SCHREIBE-ABSCHNITTSKOPF.
         MOVE ZERO TO WS-ABSCHNITT-ZAEHLER.
         OPEN INPUT VTL-DATEI.
         IF VTL-STATUS = "35"
             PERFORM G500-SCHREIBE-KEINE-EINTRAEGE
             EXIT PARAGRAPH
         END-IF.
         IF NOT VTL-STATUS-OK
             DISPLAY "Sorry, unable to open VERTEILER.DAT, status "
                 VTL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM E591-LIES-VTLZEILE.
         PERFORM E592-PRUEFE-VTLZEILE
             UNTIL ENDE-DER-VTLDATEI.
         CLOSE VTL-DATEI.
         PERFORM G500-SCHREIBE-KEINE-EINTRAEGE.

       E591-LIES-VTLZEILE.
         READ VTL-DATEI
             AT END SET ENDE-DER-VTLDATEI TO TRUE.
         IF NOT VTL-STATUS-OK AND NOT VTL-STATUS-ENDE
             DISPLAY "Sorry, error reading VERTEILER.DAT, status "
                 VTL-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E592-PRUEFE-VTLZEILE.
         IF VTL-SATZ NOT = SPACES
             AND VTL-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ID WS-FELD-VERTEILER
                 WS-FELD-EINTRITT WS-FELD-AUSTRITT WS-FELD-QUELLE
             UNSTRING VTL-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-VERTEILER
                      WS-FELD-EINTRITT WS-FELD-AUSTRITT
                      WS-FELD-QUELLE
             END-UNSTRING
             MOVE WS-FELD-ID TO WS-PRUEF-ID
             PERFORM P000-PRUEFE-GRUPPE
             IF ID-GEHOERT-ZUR-GRUPPE
                 PERFORM E593-ZEIGE-MITGLIEDSCHAFT
             END-IF
         END-IF.
         PERFORM E591-LIES-VTLZEILE.

       E593-ZEIGE-MITGLIEDSCHAFT.
         ADD 1 TO WS-VTL-ZAEHLER WS-ABSCHNITT-ZAEHLER.
         MOVE WS-FELD-EINTRITT TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE WS-DATUM-ANZEIGE TO WS-EIN-DATUM.
         MOVE SPACES TO WS-EIN-TEXT.
         STRING "Aufnahme in den Verteiler " WS-FELD-VERTEILER
             DELIMITED BY SIZE INTO WS-EIN-TEXT.
         MOVE WS-EINTRAGZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         IF WS-FELD-AUSTRITT = SPACES
             MOVE "               Mitglied ohne Befristung"
                 TO WS-BERICHTZEILE
         ELSE
             MOVE WS-FELD-AUSTRITT TO WS-DATUM-EINGABE
             PERFORM G200-FORMATIERE-DATUM
             STRING "               ausgetragen am "
                 WS-DATUM-ANZEIGE
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         END-IF.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * 8. Adressbestaetigung: eine Zeile je ADR-ID in
      * BESTAET.DAT (siehe adrbest).
       E595-ZEIGE-BESTAETIGUNG.
         MOVE 8 TO WS-ABS-NUMMER.
         MOVE "Bestaetigung der Anschrift" TO WS-ABS-TEXT.
         PERFORM G300-SCHREIBE-ABSCHNITTSKOPF.
         MOVE ZERO TO WS-ABSCHNITT-ZAEHLER.
         OPEN INPUT BESTAET-DATEI.
         IF BESTAET-STATUS = "35"
             PERFORM G500-SCHREIBE-KEINE-EINTRAEGE
             EXIT PARAGRAPH
         END-IF.
         IF NOT BESTAET-STATUS-OK
             DISPLAY "Sorry, unable to open BESTAET.DAT, status "
                 BESTAET-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM E596-LIES-BESTAETZEILE.
         PERFORM E597-PRUEFE-BESTAETZEILE
             UNTIL ENDE-DER-BESTAETDATEI.
         CLOSE BESTAET-DATEI.
         PERFORM G500-SCHREIBE-KEINE-EINTRAEGE.

       E596-LIES-BESTAETZEILE.
         READ BESTAET-DATEI
             AT END SET ENDE-DER-BESTAETDATEI TO TRUE.
         IF NOT BESTAET-STATUS-OK AND NOT BESTAET-STATUS-ENDE
             DISPLAY "Sorry, error reading BESTAET.DAT, status "
                 BESTAET-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E597-PRUEFE-BESTAETZEILE.
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
             MOVE WS-FELD-ID TO WS-PRUEF-ID
             PERFORM P000-PRUEFE-GRUPPE
             IF ID-GEHOERT-ZUR-GRUPPE
                 PERFORM E598-ZEIGE-BESTAETIGUNG
             END-IF
         END-IF.
         PERFORM E596-LIES-BESTAETZEILE.

       E598-ZEIGE-BESTAETIGUNG.
         ADD 1 TO WS-BESTAET-ZAEHLER WS-ABSCHNITT-ZAEHLER.
         IF WS-FELD-BESTAETIGT NOT = SPACES
             MOVE WS-FELD-BESTAETIGT TO WS-DATUM-EINGABE
             PERFORM G200-FORMATIERE-DATUM
             MOVE WS-DATUM-ANZEIGE TO WS-EIN-DATUM
             MOVE SPACES TO WS-EIN-TEXT
             EVALUATE WS-FELD-ANTWORT
                 WHEN "G"
                     MOVE "Anschrift von Ihnen berichtigt"
                         TO WS-EIN-TEXT
                 WHEN OTHER
                     MOVE "Anschrift von Ihnen bestaetigt"
                         TO WS-EIN-TEXT
             END-EVALUATE
             MOVE WS-EINTRAGZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         IF WS-FELD-ANGESCHRIEBEN NOT = SPACES
             MOVE WS-FELD-ANGESCHRIEBEN TO WS-DATUM-EINGABE
             PERFORM G200-FORMATIERE-DATUM
             MOVE WS-DATUM-ANZEIGE TO WS-EIN-DATUM
             MOVE SPACES TO WS-EIN-TEXT
             STRING "Bitte um Bestaetigung der Anschrift, "
                 "Aussendung Nr. " WS-FELD-KAMPAGNE
                 DELIMITED BY SIZE INTO WS-EIN-TEXT
             MOVE WS-EINTRAGZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         IF WS-FELD-ANTWORT = "U"
             MOVE "               Rueckmeldung: Empfaenger unbekannt"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * 9. Auswahl, Druck und Versand: erst die aktuellen Dateien
      * der Kette, dann jede katalogisierte Generation.
       E600-ZEIGE-VERSAND.
         MOVE 9 TO WS-ABS-NUMMER.
         MOVE "Verwendung fuer Aussendungen" TO WS-ABS-TEXT.
         PERFORM G300-SCHREIBE-ABSCHNITTSKOPF.
         MOVE ZERO TO WS-ABSCHNITT-ZAEHLER.
         MOVE ZERO TO WS-VERSAND-ANZAHL.
         MOVE "ADRWAHL.DAT" TO WS-FELD-DATEINAME.
         PERFORM E610-NIMM-VERSANDDATEI-AUF.
         MOVE "ADDRESS-SORTIERT.DAT" TO WS-FELD-DATEINAME.
         PERFORM E610-NIMM-VERSANDDATEI-AUF.
         MOVE "ADRAUSLAND.DAT" TO WS-FELD-DATEINAME.
         PERFORM E610-NIMM-VERSANDDATEI-AUF.
         MOVE "BUEROAUS.DAT" TO WS-FELD-DATEINAME.
         PERFORM E610-NIMM-VERSANDDATEI-AUF.
         MOVE "BESTWAHL.DAT" TO WS-FELD-DATEINAME.
         PERFORM E610-NIMM-VERSANDDATEI-AUF.
         PERFORM K000-LADE-GENKATALOG.
         PERFORM E700-DURCHSUCHE-VERSANDDATEI
             VARYING WS-VERSAND-INDEX FROM 1 BY 1
             UNTIL WS-VERSAND-INDEX > WS-VERSAND-ANZAHL.
         PERFORM G500-SCHREIBE-KEINE-EINTRAEGE.

       E610-NIMM-VERSANDDATEI-AUF.
         IF WS-VERSAND-ANZAHL NOT LESS WS-VERSAND-MAXIMUM
             DISPLAY "ADRAUSK: mehr als " WS-VERSAND-MAXIMUM
                 " Versanddateien, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-VERSAND-ANZAHL.
         MOVE WS-FELD-DATEINAME TO VSD-DATEINAME(WS-VERSAND-ANZAHL).

      * Eine Versanddatei lesen: nur Dateien mit Kopfsatz einer
      * bekannten Kennung zaehlen, und jeder Kopfsatz nur einmal.
       E700-DURCHSUCHE-VERSANDDATEI.
         SET ENVIRONMENT "VERSANDEIN"
             TO FUNCTION TRIM(VSD-DATEINAME(WS-VERSAND-INDEX)).
         OPEN INPUT VERSAND-DATEI.
         IF NOT VERSAND-STATUS-OK
             EXIT PARAGRAPH
         END-IF.
         MOVE "N" TO WS-VERSAND-ENDE-SCHALTER.
         PERFORM E710-LIES-VERSANDSATZ.
         MOVE "N" TO WS-VERSANDDATEI-SCHALTER.
         IF NOT ENDE-DER-VERSANDDATEI
             AND VERSAND-SATZ(1:2) = "UK"
             PERFORM E720-PRUEFE-VERSANDKOPF
         END-IF.
         IF VERSANDDATEI-RELEVANT
             PERFORM E710-LIES-VERSANDSATZ
             PERFORM E740-PRUEFE-VERSANDSATZ
                 UNTIL ENDE-DER-VERSANDDATEI
         END-IF.
         CLOSE VERSAND-DATEI.

       E710-LIES-VERSANDSATZ.
         READ VERSAND-DATEI
             AT END SET ENDE-DER-VERSANDDATEI TO TRUE.
         IF NOT VERSAND-STATUS-OK AND NOT VERSAND-STATUS-ENDE
             DISPLAY "Sorry, error reading "
                 FUNCTION TRIM(VSD-DATEINAME(WS-VERSAND-INDEX))
                 ", status " VERSAND-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E720-PRUEFE-VERSANDKOPF.
         MOVE VERSAND-SATZ(1:80) TO VSD-UMS-SATZBILD.
         MOVE SPACES TO VSD-UMS-KENNUNG.
         MOVE "PRUEFKOPF" TO VSD-UMS-FUNKTION.
         CALL "umschlag" USING VSD-UMS-UMSCHLAG.
         IF VSD-UMS-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         EVALUATE VSD-UMS-KENNUNG
             WHEN "ADRWAHL"
                 MOVE "ausgewaehlt" TO WS-VERSANDART
             WHEN "ADRSORT"
                 MOVE "gedruckt" TO WS-VERSANDART
             WHEN "ADRAUSL"
                 MOVE "gedruckt (Ausland)" TO WS-VERSANDART
             WHEN "BUEROAUS"
                 MOVE "an Druckerei gesandt" TO WS-VERSANDART
             WHEN "BESTWAHL"
                 MOVE "Adressbestaetigung" TO WS-VERSANDART
             WHEN OTHER
                 EXIT PARAGRAPH
         END-EVALUATE.
         MOVE "N" TO WS-KOPF-DOPPELT-SCHALTER.
         PERFORM E730-VERGLEICHE-KOPF
             VARYING WS-KOPF-INDEX FROM 1 BY 1
             UNTIL WS-KOPF-INDEX > WS-KOPF-ANZAHL.
         IF KOPF-SCHON-GELESEN
             EXIT PARAGRAPH
         END-IF.
         IF WS-KOPF-ANZAHL < WS-VERSAND-MAXIMUM
             ADD 1 TO WS-KOPF-ANZAHL
             MOVE VERSAND-SATZ(3:28)
                 TO WS-GELESENER-KOPF(WS-KOPF-ANZAHL)
         END-IF.
         SET VERSANDDATEI-RELEVANT TO TRUE.

       E730-VERGLEICHE-KOPF.
         IF WS-GELESENER-KOPF(WS-KOPF-INDEX) = VERSAND-SATZ(3:28)
             SET KOPF-SCHON-GELESEN TO TRUE
             MOVE WS-KOPF-ANZAHL TO WS-KOPF-INDEX
         END-IF.

       E740-PRUEFE-VERSANDSATZ.
         IF VERSAND-SATZ(1:2) NOT = "UE"
             MOVE VERSAND-SATZ(1:6) TO WS-PRUEF-ID
             PERFORM P000-PRUEFE-GRUPPE
             IF ID-GEHOERT-ZUR-GRUPPE
                 PERFORM E750-ZEIGE-VERSAND
             END-IF
         END-IF.
         PERFORM E710-LIES-VERSANDSATZ.

       E750-ZEIGE-VERSAND.
         ADD 1 TO WS-VERSAND-ZAEHLER WS-ABSCHNITT-ZAEHLER.
         MOVE VSD-UMS-LAUFDATUM TO WS-DATUM-EINGABE.
         PERFORM G200-FORMATIERE-DATUM.
         MOVE WS-DATUM-ANZEIGE TO WS-EIN-DATUM.
         MOVE SPACES TO WS-EIN-TEXT.
         IF VSD-UMS-GENERATION > 1
             STRING FUNCTION TRIM(WS-VERSANDART)
                 ", Aussendung Nr. " VSD-UMS-GENERATION
                 DELIMITED BY SIZE INTO WS-EIN-TEXT
         ELSE
             STRING FUNCTION TRIM(WS-VERSANDART)
                 ", allgemeine Aussendung"
                 DELIMITED BY SIZE INTO WS-EIN-TEXT
         END-IF.
         MOVE WS-EINTRAGZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * 10. Aussendungen mit Rueckantwort: die Empfaengerlisten
      * der Auswahllaeufe (KAMPEMPF.DAT, siehe adrwahl), danach
      * die erfassten Antworten (RUECKLAUF.DAT, siehe adrantw).
       E700-ZEIGE-RUECKLAUF.
         MOVE 10 TO WS-ABS-NUMMER.
         MOVE "Aussendungen mit Rueckantwort" TO WS-ABS-TEXT.
         PERFORM G300-SCHREIBE-ABSCHNITTSKOPF.
         MOVE ZERO TO WS-ABSCHNITT-ZAEHLER.
         OPEN INPUT EMPF-DATEI.
         IF EMPF-STATUS = "35"
             MOVE "KAMPEMPF.DAT" TO WS-DATEI-FEHLT
             PERFORM G400-SCHREIBE-DATEI-FEHLT
         ELSE
             IF NOT EMPF-STATUS-OK
                 DISPLAY "Sorry, unable to open KAMPEMPF.DAT, status "
                     EMPF-STATUS
                 STOP RUN RETURNING 1
             END-IF
             PERFORM E710-LIES-EMPFZEILE
             PERFORM E720-PRUEFE-EMPFZEILE
                 UNTIL ENDE-DER-EMPFDATEI
             CLOSE EMPF-DATEI
         END-IF.
         OPEN INPUT RUECK-DATEI.
         IF RUECK-STATUS = "35"
             MOVE "RUECKLAUF.DAT" TO WS-DATEI-FEHLT
             PERFORM G400-SCHREIBE-DATEI-FEHLT
         ELSE
             IF NOT RUECK-STATUS-OK
                 DISPLAY "Sorry, unable to open RUECKLAUF.DAT, status "
                     RUECK-STATUS
                 STOP RUN RETURNING 1
             END-IF
             PERFORM E730-LIES-RUECKZEILE
             PERFORM E740-PRUEFE-RUECKZEILE
                 UNTIL ENDE-DER-RUECKDATEI
             CLOSE RUECK-DATEI
         END-IF.
         PERFORM G500-SCHREIBE-KEINE-EINTRAEGE.

       E710-LIES-EMPFZEILE.
         READ EMPF-DATEI
             AT END SET ENDE-DER-EMPFDATEI TO TRUE.
         IF NOT EMPF-STATUS-OK AND NOT EMPF-STATUS-ENDE
             DISPLAY "Sorry, error reading KAMPEMPF.DAT, status "
                 EMPF-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * ADR-ID;KAMPAGNE;LAUF;PLZ;LAND;KRITERIEN
       E720-PRUEFE-EMPFZEILE.
         IF EMPF-SATZ NOT = SPACES
             AND EMPF-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ID WS-FELD-KAMPAGNE
                 WS-FELD-ZEIT
             UNSTRING EMPF-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-KAMPAGNE WS-FELD-ZEIT
             END-UNSTRING
             MOVE WS-FELD-ID TO WS-PRUEF-ID
             PERFORM P000-PRUEFE-GRUPPE
             IF ID-GEHOERT-ZUR-GRUPPE
                 ADD 1 TO WS-RUECKLAUF-ZAEHLER WS-ABSCHNITT-ZAEHLER
                 MOVE WS-FELD-ZEIT(1:8) TO WS-DATUM-EINGABE
                 PERFORM G200-FORMATIERE-DATUM
                 MOVE WS-DATUM-ANZEIGE TO WS-EIN-DATUM
                 MOVE SPACES TO WS-EIN-TEXT
                 STRING "Ausgewaehlt fuer Aussendung Nr. "
                     WS-FELD-KAMPAGNE " mit Rueckantwort"
                     DELIMITED BY SIZE INTO WS-EIN-TEXT
                 MOVE WS-EINTRAGZEILE TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
         END-IF.
         PERFORM E710-LIES-EMPFZEILE.

       E730-LIES-RUECKZEILE.
         READ RUECK-DATEI
             AT END SET ENDE-DER-RUECKDATEI TO TRUE.
         IF NOT RUECK-STATUS-OK AND NOT RUECK-STATUS-ENDE
             DISPLAY "Sorry, error reading RUECKLAUF.DAT, status "
                 RUECK-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * ADR-ID;KAMPAGNE;EINGANG;EMPF-ID;ERFASST - die Antwort
      * gehoert zur Person, wenn eine der beiden IDs passt.
       E740-PRUEFE-RUECKZEILE.
         IF RUECK-SATZ NOT = SPACES
             AND RUECK-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ID WS-FELD-KAMPAGNE
                 WS-FELD-EINGANG WS-FELD-EMPF-ID
             UNSTRING RUECK-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-KAMPAGNE
                      WS-FELD-EINGANG WS-FELD-EMPF-ID
             END-UNSTRING
             MOVE WS-FELD-ID TO WS-PRUEF-ID
             PERFORM P000-PRUEFE-GRUPPE
             IF NOT ID-GEHOERT-ZUR-GRUPPE
                 MOVE WS-FELD-EMPF-ID TO WS-PRUEF-ID
                 PERFORM P000-PRUEFE-GRUPPE
             END-IF
             IF ID-GEHOERT-ZUR-GRUPPE
                 ADD 1 TO WS-RUECKLAUF-ZAEHLER WS-ABSCHNITT-ZAEHLER
                 MOVE WS-FELD-EINGANG TO WS-DATUM-EINGABE
                 PERFORM G200-FORMATIERE-DATUM
                 MOVE WS-DATUM-ANZEIGE TO WS-EIN-DATUM
                 MOVE SPACES TO WS-EIN-TEXT
                 STRING "Ihre Antwort auf Aussendung Nr. "
                     WS-FELD-KAMPAGNE " eingegangen"
                     DELIMITED BY SIZE INTO WS-EIN-TEXT
                 MOVE WS-EINTRAGZEILE TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
         END-IF.
         PERFORM E730-LIES-RUECKZEILE.

      * 11. Versandhistorie: jedes Stueck, das beisp13, serienbf
      * oder buero SENDEN fuer die Person gedruckt bzw. an das
      * Druckbuero gegeben hat (SENDHIST.DAT, siehe sendhist).
       E800-ZEIGE-SENDHISTORIE.
         MOVE 11 TO WS-ABS-NUMMER.
         MOVE "Versandhistorie" TO WS-ABS-TEXT.
         PERFORM G300-SCHREIBE-ABSCHNITTSKOPF.
         MOVE ZERO TO WS-ABSCHNITT-ZAEHLER.
         OPEN INPUT SENDH-DATEI.
         IF SENDH-STATUS = "35"
             MOVE "SENDHIST.DAT" TO WS-DATEI-FEHLT
             PERFORM G400-SCHREIBE-DATEI-FEHLT
         ELSE
             IF NOT SENDH-STATUS-OK
                 DISPLAY "Sorry, unable to open SENDHIST.DAT, status "
                     SENDH-STATUS
                 STOP RUN RETURNING 1
             END-IF
             PERFORM E810-LIES-SENDHZEILE
             PERFORM E820-PRUEFE-SENDHZEILE
                 UNTIL ENDE-DER-SENDHDATEI
             CLOSE SENDH-DATEI
         END-IF.
         PERFORM G500-SCHREIBE-KEINE-EINTRAEGE.

       E810-LIES-SENDHZEILE.
         READ SENDH-DATEI
             AT END SET ENDE-DER-SENDHDATEI TO TRUE.
         IF NOT SENDH-STATUS-OK AND NOT SENDH-STATUS-ENDE
             DISPLAY "Sorry, error reading SENDHIST.DAT, status "
                 SENDH-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * ADR-ID;KAMPAGNE;VERSANDTAG;KANAL;PROGRAMM
       E820-PRUEFE-SENDHZEILE.
         IF SENDH-SATZ NOT = SPACES
             AND SENDH-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ID WS-FELD-KAMPAGNE
                 WS-FELD-VERSANDTAG WS-FELD-KANAL WS-FELD-PROGRAMM
             UNSTRING SENDH-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-KAMPAGNE
                      WS-FELD-VERSANDTAG WS-FELD-KANAL
                      WS-FELD-PROGRAMM
             END-UNSTRING
             MOVE WS-FELD-ID TO WS-PRUEF-ID
             PERFORM P000-PRUEFE-GRUPPE
             IF ID-GEHOERT-ZUR-GRUPPE
                 ADD 1 TO WS-SENDH-ZAEHLER WS-ABSCHNITT-ZAEHLER
                 MOVE WS-FELD-VERSANDTAG TO WS-DATUM-EINGABE
                 PERFORM G200-FORMATIERE-DATUM
                 MOVE WS-DATUM-ANZEIGE TO WS-EIN-DATUM
                 EVALUATE WS-FELD-KANAL
                     WHEN "E"
                         MOVE "als Etikett" TO WS-KANAL-TEXT
                     WHEN "B"
                         MOVE "als Brief" TO WS-KANAL-TEXT
                     WHEN "D"
                         MOVE "ueber Druckbuero" TO WS-KANAL-TEXT
                     WHEN OTHER
                         MOVE SPACES TO WS-KANAL-TEXT
                 END-EVALUATE
                 MOVE SPACES TO WS-EIN-TEXT
                 IF WS-FELD-KAMPAGNE = "0001"
                     STRING "Versandt " WS-KANAL-TEXT
                         DELIMITED BY "  "
                         ", allgemeine Aussendung ("
                         WS-FELD-PROGRAMM DELIMITED BY SPACE
                         ")" DELIMITED BY SIZE INTO WS-EIN-TEXT
                 ELSE
                     STRING "Versandt " WS-KANAL-TEXT
                         DELIMITED BY "  "
                         ", Aussendung Nr. " WS-FELD-KAMPAGNE
                         " (" DELIMITED BY SIZE
                         WS-FELD-PROGRAMM DELIMITED BY SPACE
                         ")" DELIMITED BY SIZE INTO WS-EIN-TEXT
                 END-IF
                 MOVE WS-EINTRAGZEILE TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
         END-IF.
         PERFORM E810-LIES-SENDHZEILE.

      * Schluss: Hinweis und Zusammenfassung.
       H000-SCHREIBE-SCHLUSS.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         STRING "Darueber hinaus sind zu Ihrer Person keine "
             "Daten gespeichert."
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Mit freundlichen Gruessen" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "----------------------------------------"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ADRESSBESTAND         : " TO WS-SUM-TEXT.
         MOVE WS-MASTER-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "HISTORIENEINTRAEGE    : " TO WS-SUM-TEXT.
         MOVE WS-HISTORIE-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "RETOUREN              : " TO WS-SUM-TEXT.
         MOVE WS-RETOUREN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ZUSAMMENFUEHRUNGEN    : " TO WS-SUM-TEXT.
         MOVE WS-XREF-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "WERBESPERREN          : " TO WS-SUM-TEXT.
         MOVE WS-SPERR-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ZWEITANSCHRIFTEN      : " TO WS-SUM-TEXT.
         MOVE WS-ZWEIT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "VERTEILER             : " TO WS-SUM-TEXT.
         MOVE WS-VTL-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ADRESSBESTAETIGUNG    : " TO WS-SUM-TEXT.
         MOVE WS-BESTAET-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "AUSSENDUNGEN          : " TO WS-SUM-TEXT.
         MOVE WS-VERSAND-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "RUECKANTWORT-AKTIONEN : " TO WS-SUM-TEXT.
         MOVE WS-RUECKLAUF-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "VERSANDTE STUECKE     : " TO WS-SUM-TEXT.
         MOVE WS-SENDH-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DURCHSUCHTE DATEIEN   : " TO WS-SUM-TEXT.
         MOVE WS-VERSAND-ANZAHL TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing ADRAUSK.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.

      * Schreibt die Felder des in ADRESSE-SATZ stehenden
      * Adressblocks.
       G100-SCHREIBE-ADRESSBILD.
         MOVE "Adressnummer   " TO WS-BILD-FELD.
         MOVE ADR-ID TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Name           " TO WS-BILD-FELD.
         MOVE ADR-NAME TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Abteilung      " TO WS-BILD-FELD.
         MOVE ADR-ABTEILUNG TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Organisation   " TO WS-BILD-FELD.
         MOVE ADR-ORGANISATION TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF NOT ADR-OHNE-ORGANISATION
             MOVE "Organisation Nr" TO WS-BILD-FELD
             MOVE SPACES TO WS-BILD-INHALT
             STRING ADR-ORG-NR " (Anschrift von dort geerbt)"
                 DELIMITED BY SIZE INTO WS-BILD-INHALT
             MOVE WS-BILDZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         MOVE "Strasse        " TO WS-BILD-FELD.
         MOVE ADR-STRASSE TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Ort            " TO WS-BILD-FELD.
         MOVE ADR-ORT TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Staat          " TO WS-BILD-FELD.
         MOVE ADR-STAAT TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "PLZ            " TO WS-BILD-FELD.
         MOVE ADR-PLZ TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Land           " TO WS-BILD-FELD.
         MOVE ADR-LAND TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Zustellbarkeit " TO WS-BILD-FELD.
         IF ADR-UNZUSTELLBAR
             MOVE "unzustellbar (Retoure)" TO WS-BILD-INHALT
         ELSE
             MOVE "zustellbar" TO WS-BILD-INHALT
         END-IF.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF ADR-GELOESCHT
             MOVE "Loeschung      " TO WS-BILD-FELD
             MOVE SPACES TO WS-BILD-INHALT
             STRING "logisch geloescht am "
                 ADR-LOESCHDATUM(7:2) "." ADR-LOESCHDATUM(5:2) "."
                 ADR-LOESCHDATUM(1:4)
                 DELIMITED BY SIZE INTO WS-BILD-INHALT
             MOVE WS-BILDZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * JJJJMMTT in WS-DATUM-EINGABE -> TT.MM.JJJJ in
      * WS-DATUM-ANZEIGE; ein leeres Datum bleibt leer.
       G200-FORMATIERE-DATUM.
         MOVE SPACES TO WS-DATUM-ANZEIGE.
         IF WS-DATUM-EINGABE NOT = SPACES
             STRING WS-DATUM-EINGABE(7:2) "."
                 WS-DATUM-EINGABE(5:2) "."
                 WS-DATUM-EINGABE(1:4)
                 DELIMITED BY SIZE INTO WS-DATUM-ANZEIGE
         END-IF.

       G300-SCHREIBE-ABSCHNITTSKOPF.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-ABSCHNITTSKOPF TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ALL "-" TO WS-BERICHTZEILE(1:63).
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G400-SCHREIBE-DATEI-FEHLT.
         STRING "    (" FUNCTION TRIM(WS-DATEI-FEHLT)
             " nicht vorhanden) keine Eintraege"
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G500-SCHREIBE-KEINE-EINTRAEGE.
         IF WS-ABSCHNITT-ZAEHLER = ZERO
             MOVE "    keine Eintraege" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * Jede katalogisierte Generation ist ein Kandidat; ob sie
      * eine Versanddatei ist, entscheidet ihr Kopfsatz.
       K000-LADE-GENKATALOG.
         OPEN INPUT KATALOG-DATEI.
         IF KATALOG-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT KATALOG-STATUS-OK
             DISPLAY "Sorry, unable to open GENKATALOG.DAT, status "
                 KATALOG-STATUS
             STOP RUN RETURNING 1
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
             STOP RUN RETURNING 1
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
                 PERFORM E610-NIMM-VERSANDDATEI-AUF
             END-IF
         END-IF.
         PERFORM K100-LIES-KATALOGZEILE.

      * Setzt ID-GEHOERT-ZUR-GRUPPE, wenn WS-PRUEF-ID eine der
      * IDs der Gruppe ist.
       P000-PRUEFE-GRUPPE.
         MOVE "N" TO WS-ID-GEFUNDEN-SCHALTER.
         PERFORM P100-VERGLEICHE-ID
             VARYING WS-ID-INDEX FROM 1 BY 1
             UNTIL WS-ID-INDEX > WS-ID-ANZAHL.

       P100-VERGLEICHE-ID.
         IF WS-GRUPPEN-ID(WS-ID-INDEX) = WS-PRUEF-ID
             SET ID-GEHOERT-ZUR-GRUPPE TO TRUE
             MOVE WS-ID-ANZAHL TO WS-ID-INDEX
         END-IF.

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
             STOP RUN RETURNING 1
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
             STOP RUN RETURNING 1
         END-IF.

       X200-UEBERNIMM-XREF-ZEILE.
         IF XREF-SATZ = SPACES
             OR XREF-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             IF WS-XREF-ANZAHL NOT LESS WS-XREF-MAXIMUM
                 DISPLAY "ADRAUSK: mehr als " WS-XREF-MAXIMUM
                     " Querverweise, Lauf wird abgebrochen"
                 STOP RUN RETURNING 1
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

       END PROGRAM adrausk.

      * vim:ai sw=4 sts=4 expandtab
