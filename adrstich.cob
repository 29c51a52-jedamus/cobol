      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Stichtagsbild des Adressmasters fuer Revision und
      * Rechtsabteilung ("wie sah der Master am 1. Juli aus, als
      * die Aussendung lief?"): adrhista zeigt das Leben einer
      * ADR-ID, dieses Programm baut den ganzen Bestand zu einem
      * Zeitpunkt wieder auf. Aufruf:
      *     adrstich stichtag [ausgangsdatei]
      *   stichtag       JJJJMMTT oder JJJJMMTTHHMMSS; ohne
      *                  Uhrzeit gilt das Ende des Tages
      *   ausgangsdatei  Standard ADDRESS-MASTER.DAT, sonst z.B.
      *                  ADDRESS-ALT.DAT oder eine archivierte
      *                  Generation (Umschlag ADRMAST)
      * Der Ausgangsbestand wird geladen, dann werden alle Zeilen
      * aus ADRHIST.DAT mit einem Zeitstempel nach dem Stichtag
      * von der juengsten zur aeltesten zurueckgerollt:
      *     N  der Satz wird entfernt
      *     A  der Satz bekommt sein Vorher-Bild
      *     O  wie A (Organisationsumbau, orgumbau)
      *     L  logische Loeschung: wie A (der Satz verliert
      *        sein Loeschkennzeichen); eine alte Zeile ohne
      *        Nachher-Bild (physische Loeschung) wie P
      *     W  wie A (Wiederherstellung, der Satz wird wieder
      *        geloescht)
      *     P  der Satz wird mit seinem Vorher-Bild wieder
      *        eingefuegt (endgueltige Tilgung, adrtilg)
      * Der Zustellstatus ADR-ZUSTELL wird von adrretour ohne
      * Historienzeile gesetzt; er wird ueber das Retourenjournal
      * RETOURHIS.DAT zurueckgenommen: ein unzustellbarer Satz,
      * dessen Retouren alle nach dem Stichtag liegen, war am
      * Stichtag noch zustellbar. Beim Vergleich der Bilder
      * bleibt ADR-ZUSTELL darum ausser Betracht.
      * Jede Historienzeile wird gegen den Stand geprueft, den sie
      * vorfindet: passt er zum Nachher-Bild (bei P: Satz fehlt),
      * ist alles in Ordnung; passt er schon zum Vorher-Bild (bei
      * N: Satz fehlt), war die Aenderung im Ausgangsbestand noch
      * nicht enthalten (aelterer Ausgangsbestand); sonst ist die
      * Historie lueckenhaft - der Satz wurde ohne Historienzeile
      * geaendert. Zurueckgerollt wird in jedem Fall, denn der
      * Stand am Stichtag ist das Vorher-Bild der fruehesten
      * Aenderung danach; die Luecke wird mit ADR-ID, Zeitstempel
      * und Aktion im Bericht ADRSTICH.RPT genannt und der Lauf
      * endet mit RETURN-CODE 4.
      * Das Stichtagsbild ADRSTICH.DAT hat das Satzbild des
      * Masters, ist nach ADR-ID geordnet und traegt den
      * hausweiten Umschlag mit der eigenen Kennung ADRSTICH
      * (damit es nicht versehentlich als Master uebernommen
      * wird); adrwahl, plzsort und beisp13 lesen es wie den
      * Master, so dass eine alte Aussendung nachgestellt werden
      * kann.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Satzlaenge 254 (ADR-LOESCHKZ und ADR-LOESCHDATUM, siehe
      *     adresse.cpy); die beiden Felder kommen aus 528-536 und
      *     538-546 der Historie und werden mit verglichen. L ist
      *     die logische Loeschung und wird wie A zurueckgerollt,
      *     ebenso W; P (Tilgung) fuegt den Satz wieder ein wie
      *     frueher L.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrstich.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ADRESSEIN ist ein logischer Dateiname; er wird in
      * A000-BILDE-STICHTAGSBILD per SET ENVIRONMENT auf den
      * Ausgangsbestand abgebildet.
           SELECT ADDRESS-MASTER
           ASSIGN TO "ADRESSEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ADRMAST-STATUS.

           SELECT HISTORIEN-DATEI
           ASSIGN TO "ADRHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS HISTORIE-STATUS.

           SELECT JOURNAL-DATEI
           ASSIGN TO "RETOURHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS JOURNAL-STATUS.

           SELECT STICHTAG-DATEI
           ASSIGN TO "ADRSTICH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS STICH-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ADRSTICH.RPT"
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

       FD JOURNAL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 JOURNAL-SATZ             PIC X(80).

       FD STICHTAG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 STICHTAG-SATZ            PIC X(254).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(80)   VALUE SPACES.
       01 WS-STICHTAG-PARAMETER       PIC X(20)   VALUE SPACES.
       01 WS-EINGABE-PARAMETER        PIC X(40)   VALUE SPACES.
       01 WS-EINGABE-NAME             PIC X(40)   VALUE
          "ADDRESS-MASTER.DAT".
       01 WS-STICHTAG                 PIC X(14).
       01 WS-STICHTAG-LAENGE          PIC 9(02)   COMP VALUE ZERO.

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

      * Bestand, nach ADR-ID aufsteigend; ein entfernter Satz
      * bleibt mit BST-VORHANDEN-SCHALTER = N als Platzhalter
      * stehen, damit ein spaeteres Wiedereinfuegen ihn findet.
       01 WS-BESTAND-TABELLE.
          05 WS-BESTAND-EINTRAG       OCCURS 9000 TIMES.
             10 BST-SATZ              PIC X(254).
             10 BST-VORHANDEN-SCHALTER PIC X(01).
             10 BST-GEROLLT-SCHALTER  PIC X(01).
       01 WS-BESTAND-ANZAHL           PIC 9(04)   COMP VALUE ZERO.
       01 WS-BESTAND-MAXIMUM          PIC 9(04)   COMP VALUE 9000.
       01 WS-BESTAND-INDEX            PIC 9(04)   COMP VALUE ZERO.
       01 WS-BESTAND-TREFFER          PIC 9(04)   COMP VALUE ZERO.
       01 WS-EINFUEGE-INDEX           PIC 9(04)   COMP VALUE ZERO.
       01 WS-UNTEN                    PIC 9(04)   COMP VALUE ZERO.
       01 WS-OBEN                     PIC 9(04)   COMP VALUE ZERO.
       01 WS-MITTE                    PIC 9(04)   COMP VALUE ZERO.
       01 WS-NEUER-SATZ               PIC X(254).
       01 WS-SUCH-ID                  PIC X(06).
       01 WS-PLATZ-SCHALTER           PIC X(01).
          88 PLATZ-GEFUNDEN                       VALUE "J".

      * Historienzeilen nach dem Stichtag, in Dateireihenfolge
      * (adrhist schreibt fort, also zeitlich aufsteigend).
       01 WS-HISTORIE-TABELLE.
          05 WS-HISTORIE-EINTRAG      OCCURS 5000 TIMES.
             10 HIS-ID                PIC X(06).
             10 HIS-ZEIT              PIC X(14).
             10 HIS-AKTION            PIC X(01).
             10 HIS-VORHER            PIC X(254).
             10 HIS-NACHHER           PIC X(254).
       01 WS-HISTORIE-ANZAHL          PIC 9(04)   COMP VALUE ZERO.
       01 WS-HISTORIE-MAXIMUM         PIC 9(04)   COMP VALUE 5000.
       01 WS-HISTORIE-INDEX           PIC 9(04)   COMP VALUE ZERO.
       01 WS-LETZTE-ZEIT              PIC X(14)   VALUE SPACES.

      * Retourenjournal: je Retoure ADR-ID und Zeitstempel
       01 WS-RETOUREN-TABELLE.
          05 WS-RETOUREN-EINTRAG      OCCURS 5000 TIMES.
             10 RTJ-ID                PIC X(06).
             10 RTJ-ZEIT              PIC X(14).
       01 WS-RETOUREN-ANZAHL          PIC 9(04)   COMP VALUE ZERO.
       01 WS-RETOUREN-MAXIMUM         PIC 9(04)   COMP VALUE 5000.
       01 WS-RETOUREN-INDEX           PIC 9(04)   COMP VALUE ZERO.
       01 WS-RETOUREN-VORHER          PIC 9(04)   COMP VALUE ZERO.
       01 WS-RETOUREN-NACHHER         PIC 9(04)   COMP VALUE ZERO.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Journalzeile weniger Felder hat.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-GRUND               PIC X(20)   VALUE SPACES.
       01 WS-FELD-ZEIT                PIC X(14)   VALUE SPACES.

       01 WS-LAUFDATUM-TEXT           PIC 9(08)   VALUE ZERO.

       01 WS-AUSGANG-ZAEHLER          PIC 9(06)   COMP VALUE ZERO.
       01 WS-HIST-GELESEN-ZAEHLER     PIC 9(06)   COMP VALUE ZERO.
       01 WS-ENTFERNT-ZAEHLER         PIC 9(06)   COMP VALUE ZERO.
       01 WS-ZURUECK-ZAEHLER          PIC 9(06)   COMP VALUE ZERO.
       01 WS-WIEDER-ZAEHLER           PIC 9(06)   COMP VALUE ZERO.
       01 WS-VORSTAND-ZAEHLER         PIC 9(06)   COMP VALUE ZERO.
       01 WS-LUECKEN-ZAEHLER          PIC 9(06)   COMP VALUE ZERO.
       01 WS-ZUSTELL-ZAEHLER          PIC 9(06)   COMP VALUE ZERO.
       01 WS-GEROLLT-ZAEHLER          PIC 9(06)   COMP VALUE ZERO.
       01 WS-GESCHRIEBEN-ZAEHLER      PIC 9(06)   COMP VALUE ZERO.

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-KOPFZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 WS-KPF-TEXT              PIC X(17).
          05 WS-KPF-WERT              PIC X(40).

       01 WS-LUECKENZEILE.
          05 FILLER                   PIC X(14)   VALUE
             "LUECKE ADR-ID ".
          05 WS-LUE-ID                PIC X(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-LUE-ZEIT              PIC X(14).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-LUE-AKTION            PIC X(01).
          05 FILLER                   PIC X(02)   VALUE ": ".
          05 WS-LUE-TEXT              PIC X(40).

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
           REPLACING ==PREFIX-STATUS-1==    BY ==STICH-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==STICH-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==STICH-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==STICH-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==STICH-STATUS==.
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

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-BILDE-STICHTAGSBILD.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-STICHTAG-PARAMETER WS-EINGABE-PARAMETER
         END-UNSTRING.
         PERFORM A100-PRUEFE-STICHTAG.
         IF WS-EINGABE-PARAMETER NOT = SPACES
             MOVE WS-EINGABE-PARAMETER TO WS-EINGABE-NAME
         END-IF.
         SET ENVIRONMENT "ADRESSEIN"
             TO FUNCTION TRIM(WS-EINGABE-NAME).

         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             DISPLAY "Sorry, unable to open "
                 FUNCTION TRIM(WS-EINGABE-NAME)
                 ", status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ADRSTICH.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ADRSTICH STICHTAGSBILD DES ADRESSMASTERS"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM B000-LADE-AUSGANGSBESTAND.
         CLOSE ADDRESS-MASTER.
         PERFORM G100-SCHREIBE-KOPFANGABEN.

         PERFORM H000-LADE-HISTORIE.
         PERFORM C000-ROLLE-ZEILE-ZURUECK
             VARYING WS-HISTORIE-INDEX FROM WS-HISTORIE-ANZAHL
             BY -1 UNTIL WS-HISTORIE-INDEX < 1.

         PERFORM J000-LADE-RETOURENJOURNAL.
         PERFORM D000-NIMM-ZUSTELLSTATUS-ZURUECK
             VARYING WS-BESTAND-INDEX FROM 1 BY 1
             UNTIL WS-BESTAND-INDEX > WS-BESTAND-ANZAHL.

         PERFORM E000-SCHREIBE-STICHTAGSBILD.
         PERFORM K000-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.
         DISPLAY "ADRSTICH: Stichtag " WS-STICHTAG
             ", zurueckgerollt " WS-GEROLLT-ZAEHLER
             ", Luecken " WS-LUECKEN-ZAEHLER
             ", Saetze " WS-GESCHRIEBEN-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "adrstich" TO STAT-PROGRAMM.
         MOVE WS-AUSGANG-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE WS-LUECKEN-ZAEHLER TO STAT-ABGEWIESEN.
         IF WS-LUECKEN-ZAEHLER > ZERO
             MOVE 4 TO STAT-RC
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         IF WS-LUECKEN-ZAEHLER > ZERO
             STOP RUN RETURNING 4
         END-IF.
         STOP RUN.

      * Stichtag JJJJMMTT (bis Tagesende) oder JJJJMMTTHHMMSS.
       A100-PRUEFE-STICHTAG.
         MOVE ZERO TO WS-STICHTAG-LAENGE.
         IF WS-STICHTAG-PARAMETER NOT = SPACES
             MOVE FUNCTION LENGTH(FUNCTION TRIM(
                 WS-STICHTAG-PARAMETER)) TO WS-STICHTAG-LAENGE
         END-IF.
         EVALUATE TRUE
             WHEN WS-STICHTAG-LAENGE = 8
                 AND WS-STICHTAG-PARAMETER(1:8) IS NUMERIC
                 STRING WS-STICHTAG-PARAMETER(1:8) "235959"
                     DELIMITED BY SIZE INTO WS-STICHTAG
                 END-STRING
             WHEN WS-STICHTAG-LAENGE = 14
                 AND WS-STICHTAG-PARAMETER(1:14) IS NUMERIC
                 MOVE WS-STICHTAG-PARAMETER(1:14) TO WS-STICHTAG
             WHEN OTHER
                 DISPLAY "ADRSTICH: Aufruf adrstich JJJJMMTT"
                     "[HHMMSS] [ausgangsdatei]"
                 STOP RUN RETURNING 1
         END-EVALUATE.

       B000-LADE-AUSGANGSBESTAND.
         MOVE "ADRMAST" TO EIN-UMS-KENNUNG.
         MOVE "ANFANG" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         PERFORM B100-LIES-MASTERSATZ.
         PERFORM B200-UEBERNIMM-MASTERSATZ
             UNTIL ENDE-DER-EINGABE.
         IF NOT ENDESATZ-GESEHEN
             DISPLAY "ADRSTICH: Endesatz des Umschlags fehlt in "
                 FUNCTION TRIM(WS-EINGABE-NAME)
             STOP RUN RETURNING 1
         END-IF.
         MOVE WS-BESTAND-ANZAHL TO WS-AUSGANG-ZAEHLER.

       B100-LIES-MASTERSATZ.
         READ ADDRESS-MASTER
             AT END SET ENDE-DER-EINGABE TO TRUE.
         IF NOT ADRMAST-STATUS-OK AND NOT ADRMAST-STATUS-ENDE
             DISPLAY "Sorry, error reading "
                 FUNCTION TRIM(WS-EINGABE-NAME)
                 ", status " ADRMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-UEBERNIMM-MASTERSATZ.
         EVALUATE TRUE
             WHEN NOT KOPF-GEPRUEFT
                 PERFORM U100-PRUEFE-EINGABEKOPF
             WHEN MASTER-SATZ(1:2) = "UE"
                 PERFORM U150-PRUEFE-EINGABEENDE
             WHEN ENDESATZ-GESEHEN
                 DISPLAY "ADRSTICH: Nutzsatz nach dem Endesatz in "
                     FUNCTION TRIM(WS-EINGABE-NAME)
                 STOP RUN RETURNING 1
             WHEN OTHER
                 MOVE MASTER-SATZ TO EIN-UMS-PUFFER
                 MOVE "SUMME" TO EIN-UMS-FUNKTION
                 CALL "umschlag" USING EIN-UMS-UMSCHLAG
                 MOVE MASTER-SATZ TO WS-NEUER-SATZ
                 PERFORM F000-FUEGE-SATZ-EIN
         END-EVALUATE.
         PERFORM B100-LIES-MASTERSATZ.

      * Rollt eine Historienzeile zurueck (siehe Kopfkommentar).
       C000-ROLLE-ZEILE-ZURUECK.
         MOVE HIS-ID(WS-HISTORIE-INDEX) TO WS-SUCH-ID.
         PERFORM F100-SUCHE-ID.
         EVALUATE HIS-AKTION(WS-HISTORIE-INDEX)
             WHEN "N"
                 PERFORM C100-ROLLE-NEUANLAGE-ZURUECK
             WHEN "A"
             WHEN "O"
             WHEN "W"
                 PERFORM C200-ROLLE-AENDERUNG-ZURUECK
             WHEN "L"
                 IF HIS-NACHHER(WS-HISTORIE-INDEX) = SPACES
                     PERFORM C300-ROLLE-LOESCHUNG-ZURUECK
                 ELSE
                     PERFORM C200-ROLLE-AENDERUNG-ZURUECK
                 END-IF
             WHEN "P"
                 PERFORM C300-ROLLE-LOESCHUNG-ZURUECK
             WHEN OTHER
                 MOVE "unbekannte Aktion in der Historie"
                     TO WS-LUE-TEXT
                 PERFORM C900-MELDE-LUECKE
         END-EVALUATE.

       C100-ROLLE-NEUANLAGE-ZURUECK.
         IF WS-BESTAND-TREFFER = ZERO
             ADD 1 TO WS-VORSTAND-ZAEHLER
             EXIT PARAGRAPH
         END-IF.
         IF BST-VORHANDEN-SCHALTER(WS-BESTAND-TREFFER) = "N"
             ADD 1 TO WS-VORSTAND-ZAEHLER
             EXIT PARAGRAPH
         END-IF.
         IF BST-SATZ(WS-BESTAND-TREFFER)(1:239)
                 NOT = HIS-NACHHER(WS-HISTORIE-INDEX)(1:239)
             OR BST-SATZ(WS-BESTAND-TREFFER)(241:14)
                 NOT = HIS-NACHHER(WS-HISTORIE-INDEX)(241:14)
             MOVE "Neuanlage, Satz passt nicht zum Nachher"
                 TO WS-LUE-TEXT
             PERFORM C900-MELDE-LUECKE
         END-IF.
         MOVE "N" TO BST-VORHANDEN-SCHALTER(WS-BESTAND-TREFFER).
         MOVE "J" TO BST-GEROLLT-SCHALTER(WS-BESTAND-TREFFER).
         ADD 1 TO WS-ENTFERNT-ZAEHLER.

       C200-ROLLE-AENDERUNG-ZURUECK.
         IF WS-BESTAND-TREFFER = ZERO
             MOVE "Aenderung, Satz fehlt im Bestand" TO WS-LUE-TEXT
             PERFORM C900-MELDE-LUECKE
             PERFORM C400-SETZE-VORHER-EIN
             EXIT PARAGRAPH
         END-IF.
         IF BST-VORHANDEN-SCHALTER(WS-BESTAND-TREFFER) = "N"
             MOVE "Aenderung, Satz fehlt im Bestand" TO WS-LUE-TEXT
             PERFORM C900-MELDE-LUECKE
             PERFORM C400-SETZE-VORHER-EIN
             EXIT PARAGRAPH
         END-IF.
         EVALUATE TRUE
             WHEN BST-SATZ(WS-BESTAND-TREFFER)(1:239)
                     = HIS-NACHHER(WS-HISTORIE-INDEX)(1:239)
                 AND BST-SATZ(WS-BESTAND-TREFFER)(241:14)
                     = HIS-NACHHER(WS-HISTORIE-INDEX)(241:14)
                 ADD 1 TO WS-ZURUECK-ZAEHLER
             WHEN BST-SATZ(WS-BESTAND-TREFFER)(1:239)
                     = HIS-VORHER(WS-HISTORIE-INDEX)(1:239)
                 AND BST-SATZ(WS-BESTAND-TREFFER)(241:14)
                     = HIS-VORHER(WS-HISTORIE-INDEX)(241:14)
                 ADD 1 TO WS-VORSTAND-ZAEHLER
             WHEN OTHER
                 MOVE "Aenderung, Satz passt nicht zum Nachher"
                     TO WS-LUE-TEXT
                 PERFORM C900-MELDE-LUECKE
                 ADD 1 TO WS-ZURUECK-ZAEHLER
         END-EVALUATE.
         MOVE HIS-VORHER(WS-HISTORIE-INDEX)
             TO BST-SATZ(WS-BESTAND-TREFFER).
         MOVE "J" TO BST-GEROLLT-SCHALTER(WS-BESTAND-TREFFER).

       C300-ROLLE-LOESCHUNG-ZURUECK.
         IF WS-BESTAND-TREFFER NOT = ZERO
             IF BST-VORHANDEN-SCHALTER(WS-BESTAND-TREFFER) = "J"
                 IF BST-SATZ(WS-BESTAND-TREFFER)(1:239)
                         = HIS-VORHER(WS-HISTORIE-INDEX)(1:239)
                     AND BST-SATZ(WS-BESTAND-TREFFER)(241:14)
                         = HIS-VORHER(WS-HISTORIE-INDEX)(241:14)
                     ADD 1 TO WS-VORSTAND-ZAEHLER
                     EXIT PARAGRAPH
                 END-IF
                 MOVE "Loeschung, Satz steht noch im Bestand"
                     TO WS-LUE-TEXT
                 PERFORM C900-MELDE-LUECKE
             END-IF
         END-IF.
         PERFORM C400-SETZE-VORHER-EIN.
         ADD 1 TO WS-WIEDER-ZAEHLER.

      * Setzt das Vorher-Bild der Historienzeile als Satz in den
      * Bestand, ggf. an seinem Platz nach ADR-ID neu eingefuegt.
       C400-SETZE-VORHER-EIN.
         IF WS-BESTAND-TREFFER = ZERO
             MOVE HIS-VORHER(WS-HISTORIE-INDEX) TO WS-NEUER-SATZ
             PERFORM F000-FUEGE-SATZ-EIN
             PERFORM F100-SUCHE-ID
         ELSE
             MOVE HIS-VORHER(WS-HISTORIE-INDEX)
                 TO BST-SATZ(WS-BESTAND-TREFFER)
             MOVE "J" TO BST-VORHANDEN-SCHALTER(WS-BESTAND-TREFFER)
         END-IF.
         MOVE "J" TO BST-GEROLLT-SCHALTER(WS-BESTAND-TREFFER).

       C900-MELDE-LUECKE.
         ADD 1 TO WS-LUECKEN-ZAEHLER.
         MOVE HIS-ID(WS-HISTORIE-INDEX) TO WS-LUE-ID.
         MOVE HIS-ZEIT(WS-HISTORIE-INDEX) TO WS-LUE-ZEIT.
         MOVE HIS-AKTION(WS-HISTORIE-INDEX) TO WS-LUE-AKTION.
         MOVE WS-LUECKENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Unzustellbar am Stichtag nur, wenn das Retourenjournal
      * eine Retoure bis zum Stichtag nennt; stehen zur ADR-ID
      * nur spaetere Retouren im Journal, wird ADR-ZUSTELL
      * zurueckgenommen. Ohne Journaleintrag bleibt er stehen.
       D000-NIMM-ZUSTELLSTATUS-ZURUECK.
         IF BST-VORHANDEN-SCHALTER(WS-BESTAND-INDEX) = "N"
             OR BST-SATZ(WS-BESTAND-INDEX)(240:1) NOT = "U"
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-RETOUREN-VORHER WS-RETOUREN-NACHHER.
         PERFORM D100-ZAEHLE-RETOUREN
             VARYING WS-RETOUREN-INDEX FROM 1 BY 1
             UNTIL WS-RETOUREN-INDEX > WS-RETOUREN-ANZAHL.
         IF WS-RETOUREN-VORHER = ZERO
             AND WS-RETOUREN-NACHHER > ZERO
             MOVE SPACE TO BST-SATZ(WS-BESTAND-INDEX)(240:1)
             MOVE "J" TO BST-GEROLLT-SCHALTER(WS-BESTAND-INDEX)
             ADD 1 TO WS-ZUSTELL-ZAEHLER
         END-IF.

       D100-ZAEHLE-RETOUREN.
         IF RTJ-ID(WS-RETOUREN-INDEX)
             = BST-SATZ(WS-BESTAND-INDEX)(1:6)
             IF RTJ-ZEIT(WS-RETOUREN-INDEX) > WS-STICHTAG
                 ADD 1 TO WS-RETOUREN-NACHHER
             ELSE
                 ADD 1 TO WS-RETOUREN-VORHER
             END-IF
         END-IF.

       E000-SCHREIBE-STICHTAGSBILD.
         OPEN OUTPUT STICHTAG-DATEI.
         IF NOT STICH-STATUS-OK
             DISPLAY "Sorry, unable to open ADRSTICH.DAT, status "
                 STICH-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ADRSTICH" TO AUS-UMS-KENNUNG.
         MOVE "adrstich" TO AUS-UMS-PROGRAMM.
         MOVE 1 TO AUS-UMS-GENERATION.
         MOVE "ANFANG" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE "KOPF" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE AUS-UMS-SATZBILD TO STICHTAG-SATZ.
         PERFORM E200-SCHREIBE-SATZ.
         PERFORM E100-SCHREIBE-BESTANDSSATZ
             VARYING WS-BESTAND-INDEX FROM 1 BY 1
             UNTIL WS-BESTAND-INDEX > WS-BESTAND-ANZAHL.
         MOVE "ENDE" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE AUS-UMS-SATZBILD TO STICHTAG-SATZ.
         PERFORM E200-SCHREIBE-SATZ.
         CLOSE STICHTAG-DATEI.

       E100-SCHREIBE-BESTANDSSATZ.
         IF BST-GEROLLT-SCHALTER(WS-BESTAND-INDEX) = "J"
             ADD 1 TO WS-GEROLLT-ZAEHLER
         END-IF.
         IF BST-VORHANDEN-SCHALTER(WS-BESTAND-INDEX) = "J"
             MOVE BST-SATZ(WS-BESTAND-INDEX) TO STICHTAG-SATZ
             PERFORM E200-SCHREIBE-SATZ
             MOVE BST-SATZ(WS-BESTAND-INDEX) TO AUS-UMS-PUFFER
             MOVE "SUMME" TO AUS-UMS-FUNKTION
             CALL "umschlag" USING AUS-UMS-UMSCHLAG
             ADD 1 TO WS-GESCHRIEBEN-ZAEHLER
         END-IF.

       E200-SCHREIBE-SATZ.
         WRITE STICHTAG-SATZ.
         IF NOT STICH-STATUS-OK
             DISPLAY "Sorry, error writing ADRSTICH.DAT, status "
                 STICH-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Einfuegen in die aufsteigende Tabelle: von hinten her
      * jede groessere ADR-ID um einen Platz nach oben schieben.
      * Eine schon gefuehrte ADR-ID wird ueberschrieben.
       F000-FUEGE-SATZ-EIN.
         MOVE WS-NEUER-SATZ(1:6) TO WS-SUCH-ID.
         PERFORM F100-SUCHE-ID.
         IF WS-BESTAND-TREFFER NOT = ZERO
             MOVE WS-NEUER-SATZ TO BST-SATZ(WS-BESTAND-TREFFER)
             MOVE "J" TO BST-VORHANDEN-SCHALTER(WS-BESTAND-TREFFER)
             EXIT PARAGRAPH
         END-IF.
         IF WS-BESTAND-ANZAHL NOT LESS WS-BESTAND-MAXIMUM
             DISPLAY "ADRSTICH: mehr als " WS-BESTAND-MAXIMUM
                 " Saetze im Bestand, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-BESTAND-ANZAHL.
         MOVE WS-BESTAND-ANZAHL TO WS-EINFUEGE-INDEX.
         MOVE "N" TO WS-PLATZ-SCHALTER.
         PERFORM F010-SCHIEBE-HOCH
             UNTIL PLATZ-GEFUNDEN.
         MOVE WS-NEUER-SATZ TO BST-SATZ(WS-EINFUEGE-INDEX).
         MOVE "J" TO BST-VORHANDEN-SCHALTER(WS-EINFUEGE-INDEX).
         MOVE "N" TO BST-GEROLLT-SCHALTER(WS-EINFUEGE-INDEX).

       F010-SCHIEBE-HOCH.
         IF WS-EINFUEGE-INDEX = 1
             SET PLATZ-GEFUNDEN TO TRUE
             EXIT PARAGRAPH
         END-IF.
         IF BST-SATZ(WS-EINFUEGE-INDEX - 1)(1:6) < WS-SUCH-ID
             SET PLATZ-GEFUNDEN TO TRUE
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-BESTAND-EINTRAG(WS-EINFUEGE-INDEX - 1)
             TO WS-BESTAND-EINTRAG(WS-EINFUEGE-INDEX).
         SUBTRACT 1 FROM WS-EINFUEGE-INDEX.

      * Halbierende Suche nach WS-SUCH-ID; WS-BESTAND-TREFFER
      * bleibt Null, wenn die ADR-ID nicht gefuehrt wird.
       F100-SUCHE-ID.
         MOVE ZERO TO WS-BESTAND-TREFFER.
         MOVE 1 TO WS-UNTEN.
         MOVE WS-BESTAND-ANZAHL TO WS-OBEN.
         PERFORM F110-HALBIERE
             UNTIL WS-UNTEN > WS-OBEN
                 OR WS-BESTAND-TREFFER NOT = ZERO.

       F110-HALBIERE.
         COMPUTE WS-MITTE = (WS-UNTEN + WS-OBEN) / 2.
         EVALUATE TRUE
             WHEN BST-SATZ(WS-MITTE)(1:6) = WS-SUCH-ID
                 MOVE WS-MITTE TO WS-BESTAND-TREFFER
             WHEN BST-SATZ(WS-MITTE)(1:6) < WS-SUCH-ID
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
             DISPLAY "Sorry, error writing ADRSTICH.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G100-SCHREIBE-KOPFANGABEN.
         MOVE "STICHTAG       : " TO WS-KPF-TEXT.
         MOVE WS-STICHTAG TO WS-KPF-WERT.
         MOVE WS-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "AUSGANGSBESTAND: " TO WS-KPF-TEXT.
         MOVE WS-EINGABE-NAME TO WS-KPF-WERT.
         MOVE WS-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "LAUFDATUM      : " TO WS-KPF-TEXT.
         MOVE EIN-UMS-LAUFDATUM TO WS-LAUFDATUM-TEXT.
         MOVE WS-LAUFDATUM-TEXT TO WS-KPF-WERT.
         MOVE WS-KOPFZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
      * Ein Ausgangsbestand, der vor dem Stichtag geschrieben
      * wurde, kann nur zurueck-, nicht vorgerollt werden.
         IF WS-LAUFDATUM-TEXT < WS-STICHTAG(1:8)
             MOVE "    HINWEIS: Ausgangsbestand ist aelter als der "
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "    Stichtag - spaetere Aenderungen fehlen im Bild"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Laedt die Historienzeilen nach dem Stichtag. Eine Zeile
      * mit kleinerem Zeitstempel als ihre Vorzeile wird als
      * Luecke gemeldet (die Reihenfolge traegt das Zurueckrollen).
       H000-LADE-HISTORIE.
         OPEN INPUT HISTORIEN-DATEI.
         IF HISTORIE-STATUS = "35"
             MOVE "    HINWEIS: ADRHIST.DAT fehlt, nichts zu rollen"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             EXIT PARAGRAPH
         END-IF.
         IF NOT HISTORIE-STATUS-OK
             DISPLAY "Sorry, unable to open ADRHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM H100-LIES-HISTORIE.
         PERFORM H200-UEBERNIMM-HISTORIE
             UNTIL ENDE-DER-HISTORIE.
         CLOSE HISTORIEN-DATEI.

       H100-LIES-HISTORIE.
         READ HISTORIEN-DATEI
             AT END SET ENDE-DER-HISTORIE TO TRUE.
         IF NOT HISTORIE-STATUS-OK AND NOT HISTORIE-STATUS-ENDE
             DISPLAY "Sorry, error reading ADRHIST.DAT, status "
                 HISTORIE-STATUS
             STOP RUN RETURNING 1
         END-IF.

       H200-UEBERNIMM-HISTORIE.
         IF HISTORIEN-SATZ(1:6) IS NUMERIC
             ADD 1 TO WS-HIST-GELESEN-ZAEHLER
             IF HISTORIEN-SATZ(8:14) < WS-LETZTE-ZEIT
                 ADD 1 TO WS-LUECKEN-ZAEHLER
                 MOVE HISTORIEN-SATZ(1:6) TO WS-LUE-ID
                 MOVE HISTORIEN-SATZ(8:14) TO WS-LUE-ZEIT
                 MOVE HISTORIEN-SATZ(32:1) TO WS-LUE-AKTION
                 MOVE "Zeitstempel kleiner als in der Vorzeile"
                     TO WS-LUE-TEXT
                 MOVE WS-LUECKENZEILE TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
             MOVE HISTORIEN-SATZ(8:14) TO WS-LETZTE-ZEIT
             IF HISTORIEN-SATZ(8:14) > WS-STICHTAG
                 PERFORM H300-MERKE-HISTORIE
             END-IF
         END-IF.
         PERFORM H100-LIES-HISTORIE.

       H300-MERKE-HISTORIE.
         IF WS-HISTORIE-ANZAHL NOT LESS WS-HISTORIE-MAXIMUM
             DISPLAY "ADRSTICH: mehr als " WS-HISTORIE-MAXIMUM
                 " Historienzeilen nach dem Stichtag, juengeren "
                 "Ausgangsbestand waehlen"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-HISTORIE-ANZAHL.
         MOVE HISTORIEN-SATZ(1:6) TO HIS-ID(WS-HISTORIE-ANZAHL).
         MOVE HISTORIEN-SATZ(8:14) TO HIS-ZEIT(WS-HISTORIE-ANZAHL).
         MOVE HISTORIEN-SATZ(32:1)
             TO HIS-AKTION(WS-HISTORIE-ANZAHL).
         MOVE HISTORIEN-SATZ(34:240)
             TO HIS-VORHER(WS-HISTORIE-ANZAHL)(1:240).
         MOVE HISTORIEN-SATZ(516:5)
             TO HIS-VORHER(WS-HISTORIE-ANZAHL)(241:5).
         MOVE HISTORIEN-SATZ(528:9)
             TO HIS-VORHER(WS-HISTORIE-ANZAHL)(246:9).
         MOVE HISTORIEN-SATZ(275:240)
             TO HIS-NACHHER(WS-HISTORIE-ANZAHL)(1:240).
         MOVE HISTORIEN-SATZ(522:5)
             TO HIS-NACHHER(WS-HISTORIE-ANZAHL)(241:5).
         MOVE HISTORIEN-SATZ(538:9)
             TO HIS-NACHHER(WS-HISTORIE-ANZAHL)(246:9).

      * Laedt das Retourenjournal; fehlt es, bleibt der
      * Zustellstatus, wie ihn die Bilder tragen.
       J000-LADE-RETOURENJOURNAL.
         OPEN INPUT JOURNAL-DATEI.
         IF JOURNAL-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT JOURNAL-STATUS-OK
             DISPLAY "Sorry, unable to open RETOURHIS.DAT, status "
                 JOURNAL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM J100-LIES-JOURNAL.
         PERFORM J200-UEBERNIMM-JOURNAL
             UNTIL ENDE-DES-JOURNALS.
         CLOSE JOURNAL-DATEI.

       J100-LIES-JOURNAL.
         READ JOURNAL-DATEI
             AT END SET ENDE-DES-JOURNALS TO TRUE.
         IF NOT JOURNAL-STATUS-OK AND NOT JOURNAL-STATUS-ENDE
             DISPLAY "Sorry, error reading RETOURHIS.DAT, status "
                 JOURNAL-STATUS
             STOP RUN RETURNING 1
         END-IF.

       J200-UEBERNIMM-JOURNAL.
         MOVE SPACES TO WS-FELD-ID WS-FELD-GRUND WS-FELD-ZEIT.
         UNSTRING JOURNAL-SATZ DELIMITED BY ";"
             INTO WS-FELD-ID WS-FELD-GRUND WS-FELD-ZEIT
         END-UNSTRING.
         IF WS-FELD-ID IS NUMERIC AND WS-FELD-ZEIT IS NUMERIC
             IF WS-RETOUREN-ANZAHL NOT LESS WS-RETOUREN-MAXIMUM
                 DISPLAY "ADRSTICH: mehr als " WS-RETOUREN-MAXIMUM
                     " Zeilen in RETOURHIS.DAT"
                 STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-RETOUREN-ANZAHL
             MOVE WS-FELD-ID TO RTJ-ID(WS-RETOUREN-ANZAHL)
             MOVE WS-FELD-ZEIT TO RTJ-ZEIT(WS-RETOUREN-ANZAHL)
         END-IF.
         PERFORM J100-LIES-JOURNAL.

       K000-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SAETZE AUSGANGSBESTAND: " TO WS-SUM-TEXT.
         MOVE WS-AUSGANG-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "HISTORIENZEILEN GESAMT: " TO WS-SUM-TEXT.
         MOVE WS-HIST-GELESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "NACH DEM STICHTAG     : " TO WS-SUM-TEXT.
         MOVE WS-HISTORIE-ANZAHL TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  NEUANLAGEN ENTFERNT : " TO WS-SUM-TEXT.
         MOVE WS-ENTFERNT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  AENDERUNGEN ZURUECK : " TO WS-SUM-TEXT.
         MOVE WS-ZURUECK-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  LOESCHUNGEN ZURUECK : " TO WS-SUM-TEXT.
         MOVE WS-WIEDER-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  NICHT IM AUSGANGSST.: " TO WS-SUM-TEXT.
         MOVE WS-VORSTAND-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ZUSTELLSTATUS ZURUECK : " TO WS-SUM-TEXT.
         MOVE WS-ZUSTELL-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SAETZE ZURUECKGEROLLT : " TO WS-SUM-TEXT.
         MOVE WS-GEROLLT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "LUECKEN IN DER HISTORIE:" TO WS-SUM-TEXT.
         MOVE WS-LUECKEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SAETZE STICHTAGSBILD  : " TO WS-SUM-TEXT.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       U100-PRUEFE-EINGABEKOPF.
         MOVE "J" TO WS-KOPF-GEPRUEFT-SCHALTER.
         MOVE MASTER-SATZ TO EIN-UMS-SATZBILD.
         MOVE "PRUEFKOPF" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         IF EIN-UMS-STATUS NOT = "00"
             DISPLAY "ADRSTICH: Umschlag-Kopfsatz fehlt oder passt "
                 "nicht in " FUNCTION TRIM(WS-EINGABE-NAME)
                 " (Status " EIN-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       U150-PRUEFE-EINGABEENDE.
         SET ENDESATZ-GESEHEN TO TRUE.
         MOVE MASTER-SATZ TO EIN-UMS-SATZBILD.
         MOVE "PRUEFENDE" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         IF EIN-UMS-STATUS NOT = "00"
             DISPLAY "ADRSTICH: Umschlag-Endesatz weicht ab in "
                 FUNCTION TRIM(WS-EINGABE-NAME)
                 " (Status " EIN-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

      * Herkunftsprotokoll: Ausgangsbestand und die Historien zum
      * Stichtagsbild.
       Z900-MELDE-HERKUNFT.
         MOVE "adrstich" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE WS-EINGABE-NAME TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE "ADRHIST.DAT" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "RETOURHIS.DAT" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ADRSTICH.DAT" TO HKF-DATEI.
         MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADRSTICH: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM adrstich.

      * vim:ai sw=4 sts=4 expandtab
