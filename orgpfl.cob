      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Pflege des Organisationsmasters ORGMAST.DAT (Satzbild
      * orgmast.cpy). Die Transaktionen stehen in ORGTRANS.DAT,
      * je Zeile
      *     AKTION;ORG-NR;NAME;STRASSE;ORT;STAAT;PLZ;LAND
      *   AKTION: N = Organisation anlegen (ORG-NR leer = naechste
      *           freie Nummer), A = Name und Anschrift ersetzen,
      *           L = Organisation aufloesen (nur ORG-NR von
      *           Bedeutung; abgewiesen, solange im Adressmaster
      *           noch Mitglieder mit ihr verknuepft sind)
      *   NAME und ORT sind Pflicht; ohne LAND oder mit LAND D muss
      *   die PLZ fuenfstellig numerisch sein.
      * Leerzeilen und Zeilen mit * in Spalte 1 werden
      * ueberlesen. Eine aufgeloeste Organisation bleibt mit
      * Kennzeichen L stehen, ihre Nummer wird nie wieder
      * vergeben. Der Lauf prueft den Umschlag der bestehenden
      * Datei, zaehlt die Mitglieder je Organisation im
      * Adressmaster, wendet die Transaktionen an, zieht eine
      * Ruecknahmekopie ORGMAST.ALT und schreibt ORGMAST.DAT mit
      * der naechsten Generation neu. ORGPFL.RPT weist jede
      * Transaktion mit ihrem Ergebnis aus - bei einer Aenderung
      * mit der Zahl der betroffenen Mitglieder - und am Ende den
      * ganzen Bestand. Die geaenderte Anschrift erreicht die
      * Etiketten der Mitglieder mit der naechsten Auswahl
      * (adrwahl setzt sie ein), den Adressmaster selbst mit dem
      * naechsten adrpfleg-Lauf. Abgewiesene
      * Transaktionen beenden den Lauf mit RETURN-CODE 4.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. orgpfl.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORG-DATEI
           ASSIGN TO "ORGMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ORG-STATUS.

           SELECT MASTER-DATEI
           ASSIGN TO "ADDRESS-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS MASTER-STATUS.

           SELECT TRANS-DATEI
           ASSIGN TO "ORGTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS TRANS-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ORGPFL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORG-DATEI
          LABEL RECORDS ARE OMITTED.
       COPY "orgmast.cpy".

       FD MASTER-DATEI
          LABEL RECORDS ARE OMITTED.
       COPY "adresse.cpy".

       FD TRANS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 TRANS-SATZ               PIC X(250).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-HEUTE                    PIC X(08).
       01 WS-SYSTEMKOMMANDO           PIC X(80).
       01 WS-KOMMANDO-RC              PIC 9(04)   COMP VALUE ZERO.

       01 WS-ORG-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 ENDE-DER-ORGDATEI                    VALUE "J".
       01 WS-MASTER-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-MASTERS                     VALUE "J".
       01 WS-TRANS-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-TRANSAKTIONEN               VALUE "J".
       01 WS-ORGDATEI-SCHALTER        PIC X(01)   VALUE "N".
          88 ORGDATEI-VORHANDEN                   VALUE "J".
       01 WS-ORG-KOPF-SCHALTER        PIC X(01)   VALUE "N".
          88 ORG-KOPF-GEPRUEFT                    VALUE "J".
       01 WS-ORG-ENDESATZ-SCHALTER    PIC X(01)   VALUE "N".
          88 ORG-ENDESATZ-GESEHEN                 VALUE "J".
       01 WS-MAS-KOPF-SCHALTER        PIC X(01)   VALUE "N".
          88 MAS-KOPF-GEPRUEFT                    VALUE "J".
       01 WS-MAS-ENDESATZ-SCHALTER    PIC X(01)   VALUE "N".
          88 MAS-ENDESATZ-GESEHEN                 VALUE "J".

       01 WS-ORG-TABELLE.
          05 WS-ORG-EINTRAG           OCCURS 2000 TIMES.
             10 TAB-ORG               PIC X(159).
             10 TAB-MITGLIEDER        PIC 9(05)   COMP.
       01 WS-ORG-ANZAHL               PIC 9(04)   COMP VALUE ZERO.
       01 WS-ORG-MAXIMUM              PIC 9(04)   COMP VALUE 2000.
       01 WS-ORG-INDEX                PIC 9(04)   COMP VALUE ZERO.
       01 WS-ORG-TREFFER              PIC 9(04)   COMP VALUE ZERO.
       01 WS-HOECHSTE-NR              PIC 9(05)   VALUE ZERO.
       01 WS-GENERATION               PIC 9(04)   VALUE ZERO.

       01 WS-GELESEN-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-ANGELEGT-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-GEAENDERT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-AUFGELOEST-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABGEWIESEN-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.
       01 WS-BETROFFEN-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-BESTAND-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-OHNE-ORG-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-AKTION              PIC X(01)   VALUE SPACES.
       01 WS-FELD-NR                  PIC X(05)   VALUE SPACES.
       01 WS-FELD-NAME                PIC X(40)   VALUE SPACES.
       01 WS-FELD-STRASSE             PIC X(40)   VALUE SPACES.
       01 WS-FELD-ORT                 PIC X(40)   VALUE SPACES.
       01 WS-FELD-STAAT               PIC X(20)   VALUE SPACES.
       01 WS-FELD-PLZ                 PIC X(10)   VALUE SPACES.
       01 WS-FELD-LAND                PIC X(03)   VALUE SPACES.
       01 WS-ORG-NUMMER               PIC 9(05)   VALUE ZERO.
       01 WS-FEHLERGRUND              PIC X(40)   VALUE SPACES.
       01 WS-ANZAHL-ANZEIGE           PIC ZZZZ9.

       01 WS-BERICHTZEILE             PIC X(100).

       01 WS-TRANSZEILE.
          05 WS-TRZ-AKTION            PIC X(01).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-NR                PIC X(05).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-NAME              PIC X(30).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-TRZ-ERGEBNIS          PIC X(60).

       01 WS-ANGABEZEILE.
          05 FILLER                   PIC X(08)   VALUE SPACES.
          05 WS-ANZ-TEXT              PIC X(08).
          05 WS-ANZ-STRASSE           PIC X(30).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-ANZ-ORT               PIC X(30).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-ANZ-PLZ               PIC X(10).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-ANZ-LAND              PIC X(03).

       01 WS-BESTANDSZEILE.
          05 WS-BSZ-NR                PIC 9(05).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-NAME              PIC X(40).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-ORT               PIC X(30).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-MITGLIEDER        PIC ZZZZ9.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-BSZ-VERMERK           PIC X(12).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ORG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ORG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ORG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ORG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ORG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==MASTER-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==MASTER-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==MASTER-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==MASTER-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==MASTER-STATUS==.
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

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==ORG-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==MAS-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==NEU-UMS==.
       COPY "laufstat.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-PFLEGE-ORGANISATIONEN.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ORGPFL.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "ORGPFL PFLEGE DES ORGANISATIONSMASTERS, LAUF "
             WS-HEUTE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM B000-LADE-ORGDATEI.
         PERFORM M000-ZAEHLE-MITGLIEDER.

         OPEN INPUT TRANS-DATEI.
         IF NOT TRANS-STATUS-OK
             DISPLAY "ORGPFL: Transaktionsdatei ORGTRANS.DAT "
                 "fehlt, Status " TRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "TRANSAKTIONEN" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM C100-LIES-TRANSAKTION.
         PERFORM C200-VERARBEITE-TRANSAKTION
             UNTIL ENDE-DER-TRANSAKTIONEN.
         CLOSE TRANS-DATEI.

         PERFORM D000-SCHREIBE-ORGDATEI.
         PERFORM H000-SCHREIBE-BESTAND.
         PERFORM H200-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.

         DISPLAY "ORGPFL: Transaktionen " WS-GELESEN-ZAEHLER
             ", angelegt " WS-ANGELEGT-ZAEHLER
             ", geaendert " WS-GEAENDERT-ZAEHLER
             ", aufgeloest " WS-AUFGELOEST-ZAEHLER
             ", abgewiesen " WS-ABGEWIESEN-ZAEHLER.
         IF WS-BETROFFEN-ZAEHLER > ZERO
             DISPLAY "ORGPFL: " WS-BETROFFEN-ZAEHLER
                 " Mitglieder erhalten die neue Anschrift ab der "
                 "naechsten Auswahl"
         END-IF.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "orgpfl" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-BESTAND-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE WS-ABGEWIESEN-ZAEHLER TO STAT-ABGEWIESEN.
         IF WS-ABGEWIESEN-ZAEHLER > ZERO
             MOVE 4 TO STAT-RC
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         IF WS-ABGEWIESEN-ZAEHLER > ZERO
             STOP RUN RETURNING 4
         END-IF.
         STOP RUN.

      * Laedt die bestehende Datei samt Umschlagpruefung; fehlt
      * sie, beginnt der Bestand leer.
       B000-LADE-ORGDATEI.
         MOVE "ORGMAST" TO ORG-UMS-KENNUNG.
         MOVE "ANFANG" TO ORG-UMS-FUNKTION.
         CALL "umschlag" USING ORG-UMS-UMSCHLAG.
         OPEN INPUT ORG-DATEI.
         IF ORG-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT ORG-STATUS-OK
             DISPLAY "Sorry, unable to open ORGMAST.DAT, status "
                 ORG-STATUS
             STOP RUN RETURNING 1
         END-IF.
         SET ORGDATEI-VORHANDEN TO TRUE.
         PERFORM B100-LIES-ORGSATZ.
         PERFORM B200-UEBERNIMM-ORGSATZ
             UNTIL ENDE-DER-ORGDATEI.
         CLOSE ORG-DATEI.
         IF NOT ORG-ENDESATZ-GESEHEN
             DISPLAY "ORGPFL: Endesatz des Umschlags fehlt in "
                 "ORGMAST.DAT"
             STOP RUN RETURNING 1
         END-IF.

       B100-LIES-ORGSATZ.
         MOVE SPACES TO ORG-SATZ.
         READ ORG-DATEI
             AT END SET ENDE-DER-ORGDATEI TO TRUE.
         IF NOT ORG-STATUS-OK AND NOT ORG-STATUS-ENDE
             DISPLAY "Sorry, error reading ORGMAST.DAT, status "
                 ORG-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-UEBERNIMM-ORGSATZ.
         EVALUATE TRUE
             WHEN NOT ORG-KOPF-GEPRUEFT
                 PERFORM U100-PRUEFE-ORGKOPF
             WHEN ORG-SATZ(1:2) = "UE"
                 PERFORM U150-PRUEFE-ORGENDE
             WHEN ORG-ENDESATZ-GESEHEN
                 DISPLAY "ORGPFL: Nutzsatz nach dem Endesatz in "
                     "ORGMAST.DAT"
                 STOP RUN RETURNING 1
             WHEN OTHER
                 MOVE ORG-SATZ TO ORG-UMS-PUFFER
                 MOVE "SUMME" TO ORG-UMS-FUNKTION
                 CALL "umschlag" USING ORG-UMS-UMSCHLAG
                 PERFORM B300-PRUEFE-PLATZ
                 ADD 1 TO WS-ORG-ANZAHL
                 MOVE ORG-SATZ TO TAB-ORG(WS-ORG-ANZAHL)
                 MOVE ZERO TO TAB-MITGLIEDER(WS-ORG-ANZAHL)
                 IF ORG-NR > WS-HOECHSTE-NR
                     MOVE ORG-NR TO WS-HOECHSTE-NR
                 END-IF
         END-EVALUATE.
         PERFORM B100-LIES-ORGSATZ.

       B300-PRUEFE-PLATZ.
         IF WS-ORG-ANZAHL NOT LESS WS-ORG-MAXIMUM
             DISPLAY "ORGPFL: mehr als " WS-ORG-MAXIMUM
                 " Organisationen, Lauf wird abgebrochen"
             STOP RUN RETURNING 1
         END-IF.

       C100-LIES-TRANSAKTION.
         READ TRANS-DATEI
             AT END SET ENDE-DER-TRANSAKTIONEN TO TRUE.
         IF NOT TRANS-STATUS-OK AND NOT TRANS-STATUS-ENDE
             DISPLAY "Sorry, error reading ORGTRANS.DAT, status "
                 TRANS-STATUS
             STOP RUN RETURNING 1
         END-IF.

       C200-VERARBEITE-TRANSAKTION.
         IF TRANS-SATZ = SPACES
             OR TRANS-SATZ(1:1) = "*"
             PERFORM C100-LIES-TRANSAKTION
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-GELESEN-ZAEHLER.
         MOVE SPACES TO WS-FELD-AKTION WS-FELD-NR WS-FELD-NAME
             WS-FELD-STRASSE WS-FELD-ORT WS-FELD-STAAT
             WS-FELD-PLZ WS-FELD-LAND.
         UNSTRING TRANS-SATZ DELIMITED BY ";"
             INTO WS-FELD-AKTION WS-FELD-NR WS-FELD-NAME
                  WS-FELD-STRASSE WS-FELD-ORT WS-FELD-STAAT
                  WS-FELD-PLZ WS-FELD-LAND
         END-UNSTRING.
         MOVE WS-FELD-AKTION TO WS-TRZ-AKTION.
         MOVE WS-FELD-NR TO WS-TRZ-NR.
         MOVE WS-FELD-NAME TO WS-TRZ-NAME.
         PERFORM C300-PRUEFE-TRANSAKTION.
         IF WS-FEHLERGRUND NOT = SPACES
             ADD 1 TO WS-ABGEWIESEN-ZAEHLER
             MOVE SPACES TO WS-TRZ-ERGEBNIS
             STRING "ABGEWIESEN: " WS-FEHLERGRUND
                 DELIMITED BY SIZE INTO WS-TRZ-ERGEBNIS
             MOVE WS-TRANSZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         ELSE
             EVALUATE WS-FELD-AKTION
                 WHEN "N"
                     PERFORM C600-LEGE-ORGANISATION-AN
                 WHEN "A"
                     PERFORM C700-AENDERE-ORGANISATION
                 WHEN OTHER
                     PERFORM C800-LOESE-ORGANISATION-AUF
             END-EVALUATE
         END-IF.
         PERFORM C100-LIES-TRANSAKTION.

      * Prueft die Transaktion und sucht die Organisation; bei N
      * ohne Nummer wird die naechste freie vergeben.
       C300-PRUEFE-TRANSAKTION.
         MOVE SPACES TO WS-FEHLERGRUND.
         MOVE ZERO TO WS-ORG-TREFFER.
         IF WS-FELD-AKTION NOT = "N" AND WS-FELD-AKTION NOT = "A"
             AND WS-FELD-AKTION NOT = "L"
             MOVE "AKTION MUSS N, A ODER L SEIN" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-AKTION = "N" AND WS-FELD-NR = SPACES
             ADD 1 TO WS-HOECHSTE-NR GIVING WS-ORG-NUMMER
         ELSE
             IF FUNCTION TRIM(WS-FELD-NR) IS NOT NUMERIC
                 MOVE "ORG-NR NICHT NUMERISCH" TO WS-FEHLERGRUND
                 EXIT PARAGRAPH
             END-IF
             MOVE FUNCTION NUMVAL(WS-FELD-NR) TO WS-ORG-NUMMER
         END-IF.
         IF WS-ORG-NUMMER = ZERO
             MOVE "ORG-NR 00000 IST NICHT ZULAESSIG"
                 TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-ORG-NUMMER TO WS-TRZ-NR.
         PERFORM C500-SUCHE-ORGANISATION.
         EVALUATE TRUE
             WHEN WS-FELD-AKTION = "N" AND WS-ORG-TREFFER > ZERO
                 MOVE "ORG-NR SCHON VERGEBEN" TO WS-FEHLERGRUND
             WHEN WS-FELD-AKTION NOT = "N" AND WS-ORG-TREFFER = ZERO
                 MOVE "ORGANISATION UNBEKANNT" TO WS-FEHLERGRUND
             WHEN WS-FELD-AKTION NOT = "N"
                 AND TAB-ORG(WS-ORG-TREFFER)(159:1) = "L"
                 MOVE "ORGANISATION IST AUFGELOEST"
                     TO WS-FEHLERGRUND
         END-EVALUATE.
         IF WS-FEHLERGRUND NOT = SPACES
             OR WS-FELD-AKTION = "L"
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-NAME = SPACES
             MOVE "NAME FEHLT" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-ORT = SPACES
             MOVE "ORT FEHLT" TO WS-FEHLERGRUND
             EXIT PARAGRAPH
         END-IF.
         IF WS-FELD-LAND = SPACES OR WS-FELD-LAND = "D"
             IF WS-FELD-PLZ(1:5) IS NOT NUMERIC
                 OR WS-FELD-PLZ(6:5) NOT = SPACES
                 MOVE "PLZ NICHT FUENFSTELLIG NUMERISCH"
                     TO WS-FEHLERGRUND
             END-IF
         END-IF.

       C500-SUCHE-ORGANISATION.
         MOVE ZERO TO WS-ORG-TREFFER.
         PERFORM C510-VERGLEICHE-ORGANISATION
             VARYING WS-ORG-INDEX FROM 1 BY 1
             UNTIL WS-ORG-INDEX > WS-ORG-ANZAHL
                 OR WS-ORG-TREFFER > ZERO.

       C510-VERGLEICHE-ORGANISATION.
         MOVE TAB-ORG(WS-ORG-INDEX) TO ORG-SATZ.
         IF ORG-NR = WS-ORG-NUMMER
             MOVE WS-ORG-INDEX TO WS-ORG-TREFFER
         END-IF.

       C600-LEGE-ORGANISATION-AN.
         PERFORM B300-PRUEFE-PLATZ.
         ADD 1 TO WS-ORG-ANZAHL.
         MOVE WS-ORG-ANZAHL TO WS-ORG-TREFFER.
         MOVE ZERO TO TAB-MITGLIEDER(WS-ORG-TREFFER).
         PERFORM C650-UEBERTRAGE-FELDER.
         IF WS-ORG-NUMMER > WS-HOECHSTE-NR
             MOVE WS-ORG-NUMMER TO WS-HOECHSTE-NR
         END-IF.
         ADD 1 TO WS-ANGELEGT-ZAEHLER.
         MOVE "ANGELEGT" TO WS-TRZ-ERGEBNIS.
         MOVE WS-TRANSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       C650-UEBERTRAGE-FELDER.
         MOVE SPACES TO ORG-SATZ.
         MOVE WS-ORG-NUMMER TO ORG-NR.
         MOVE WS-FELD-NAME TO ORG-NAME.
         MOVE WS-FELD-STRASSE TO ORG-STRASSE.
         MOVE WS-FELD-ORT TO ORG-ORT.
         MOVE WS-FELD-STAAT TO ORG-STAAT.
         MOVE WS-FELD-PLZ TO ORG-PLZ.
         MOVE WS-FELD-LAND TO ORG-LAND.
         MOVE ORG-SATZ TO TAB-ORG(WS-ORG-TREFFER).

      * Aenderung mit altem und neuem Stand und der Zahl der
      * betroffenen Mitglieder.
       C700-AENDERE-ORGANISATION.
         MOVE TAB-ORG(WS-ORG-TREFFER) TO ORG-SATZ.
         IF ORG-NAME = WS-FELD-NAME
             AND ORG-STRASSE = WS-FELD-STRASSE
             AND ORG-ORT = WS-FELD-ORT
             AND ORG-STAAT = WS-FELD-STAAT
             AND ORG-PLZ = WS-FELD-PLZ
             AND ORG-LAND = WS-FELD-LAND
             MOVE "UNVERAENDERT" TO WS-TRZ-ERGEBNIS
             MOVE WS-TRANSZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-GEAENDERT-ZAEHLER.
         ADD TAB-MITGLIEDER(WS-ORG-TREFFER) TO WS-BETROFFEN-ZAEHLER.
         MOVE TAB-MITGLIEDER(WS-ORG-TREFFER) TO WS-ANZAHL-ANZEIGE.
         MOVE SPACES TO WS-TRZ-ERGEBNIS.
         STRING "GEAENDERT, " WS-ANZAHL-ANZEIGE
             " MITGLIEDER"
             DELIMITED BY SIZE INTO WS-TRZ-ERGEBNIS.
         MOVE WS-TRANSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "VORHER:" TO WS-ANZ-TEXT.
         PERFORM G100-SCHREIBE-ANGABE.
         PERFORM C650-UEBERTRAGE-FELDER.
         MOVE "NACHHER:" TO WS-ANZ-TEXT.
         PERFORM G100-SCHREIBE-ANGABE.

       C800-LOESE-ORGANISATION-AUF.
         IF TAB-MITGLIEDER(WS-ORG-TREFFER) > ZERO
             ADD 1 TO WS-ABGEWIESEN-ZAEHLER
             MOVE TAB-MITGLIEDER(WS-ORG-TREFFER) TO WS-ANZAHL-ANZEIGE
             MOVE SPACES TO WS-TRZ-ERGEBNIS
             STRING "ABGEWIESEN: NOCH " WS-ANZAHL-ANZEIGE
                 " MITGLIEDER VERKNUEPFT"
                 DELIMITED BY SIZE INTO WS-TRZ-ERGEBNIS
         ELSE
             MOVE TAB-ORG(WS-ORG-TREFFER) TO ORG-SATZ
             SET ORG-AUFGELOEST TO TRUE
             MOVE ORG-SATZ TO TAB-ORG(WS-ORG-TREFFER)
             ADD 1 TO WS-AUFGELOEST-ZAEHLER
             MOVE "AUFGELOEST" TO WS-TRZ-ERGEBNIS
         END-IF.
         MOVE WS-TRANSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Ruecknahmekopie ziehen, dann die Datei mit Umschlag der
      * naechsten Generation neu schreiben.
       D000-SCHREIBE-ORGDATEI.
         IF ORGDATEI-VORHANDEN
             MOVE SPACES TO WS-SYSTEMKOMMANDO
             MOVE "cp ORGMAST.DAT ORGMAST.ALT" TO WS-SYSTEMKOMMANDO
             CALL "SYSTEM" USING WS-SYSTEMKOMMANDO
             COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256
             IF WS-KOMMANDO-RC NOT = ZERO
                 DISPLAY "ORGPFL: Ruecknahmekopie ORGMAST.ALT "
                     "misslungen (RC " WS-KOMMANDO-RC ")"
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         OPEN OUTPUT ORG-DATEI.
         IF NOT ORG-STATUS-OK
             DISPLAY "Sorry, unable to open ORGMAST.DAT, status "
                 ORG-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ORGMAST" TO NEU-UMS-KENNUNG.
         MOVE "orgpfl" TO NEU-UMS-PROGRAMM.
         ADD 1 TO WS-GENERATION GIVING NEU-UMS-GENERATION.
         MOVE "ANFANG" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE "KOPF" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE SPACES TO ORG-SATZ.
         MOVE NEU-UMS-SATZBILD TO ORG-SATZ.
         PERFORM D200-SCHREIBE-ORGSATZ.
         PERFORM D100-SCHREIBE-EINTRAG
             VARYING WS-ORG-INDEX FROM 1 BY 1
             UNTIL WS-ORG-INDEX > WS-ORG-ANZAHL.
         MOVE "ENDE" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE SPACES TO ORG-SATZ.
         MOVE NEU-UMS-SATZBILD TO ORG-SATZ.
         PERFORM D200-SCHREIBE-ORGSATZ.
         CLOSE ORG-DATEI.

       D100-SCHREIBE-EINTRAG.
         MOVE TAB-ORG(WS-ORG-INDEX) TO ORG-SATZ.
         MOVE ORG-SATZ TO NEU-UMS-PUFFER.
         MOVE "SUMME" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         PERFORM D200-SCHREIBE-ORGSATZ.

       D200-SCHREIBE-ORGSATZ.
         WRITE ORG-SATZ.
         IF NOT ORG-STATUS-OK
             DISPLAY "Sorry, error writing ORGMAST.DAT, status "
                 ORG-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing ORGPFL.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Anschrift aus ORG-SATZ, Vorspann in WS-ANZ-TEXT.
       G100-SCHREIBE-ANGABE.
         MOVE ORG-STRASSE TO WS-ANZ-STRASSE.
         MOVE ORG-ORT TO WS-ANZ-ORT.
         MOVE ORG-PLZ TO WS-ANZ-PLZ.
         MOVE ORG-LAND TO WS-ANZ-LAND.
         MOVE WS-ANGABEZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       H000-SCHREIBE-BESTAND.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "BESTAND DER ORGANISATIONEN (NR, NAME, ORT, MITGLIEDER)"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM H100-SCHREIBE-BESTANDSZEILE
             VARYING WS-ORG-INDEX FROM 1 BY 1
             UNTIL WS-ORG-INDEX > WS-ORG-ANZAHL.

       H100-SCHREIBE-BESTANDSZEILE.
         MOVE TAB-ORG(WS-ORG-INDEX) TO ORG-SATZ.
         MOVE ORG-NR TO WS-BSZ-NR.
         MOVE ORG-NAME TO WS-BSZ-NAME.
         MOVE ORG-ORT TO WS-BSZ-ORT.
         MOVE TAB-MITGLIEDER(WS-ORG-INDEX) TO WS-BSZ-MITGLIEDER.
         IF ORG-AUFGELOEST
             MOVE "AUFGELOEST" TO WS-BSZ-VERMERK
         ELSE
             ADD 1 TO WS-BESTAND-ZAEHLER
             MOVE SPACES TO WS-BSZ-VERMERK
         END-IF.
         MOVE WS-BESTANDSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       H200-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRANSAKTIONEN GELESEN : " TO WS-SUM-TEXT.
         MOVE WS-GELESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ORGANISATIONEN ANGEL. : " TO WS-SUM-TEXT.
         MOVE WS-ANGELEGT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ORGANISATIONEN GEAEND.: " TO WS-SUM-TEXT.
         MOVE WS-GEAENDERT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  BETROFFENE MITGLIED.: " TO WS-SUM-TEXT.
         MOVE WS-BETROFFEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ORGANISATIONEN AUFGEL.: " TO WS-SUM-TEXT.
         MOVE WS-AUFGELOEST-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRANSAKT. ABGEWIESEN  : " TO WS-SUM-TEXT.
         MOVE WS-ABGEWIESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ORGANISATIONEN AKTIV  : " TO WS-SUM-TEXT.
         MOVE WS-BESTAND-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "MASTERSAETZE OHNE ORG.: " TO WS-SUM-TEXT.
         MOVE WS-OHNE-ORG-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF WS-BETROFFEN-ZAEHLER > ZERO
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "Die geaenderten Anschriften erreichen die Mitglieder"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "ab der naechsten Auswahl (adrwahl), den Adressmaster"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE "mit dem naechsten adrpfleg-Lauf."
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * Mitglieder je Organisation im Adressmaster zaehlen (mit
      * Umschlagpruefung); ohne Master zaehlt jede Organisation
      * null Mitglieder.
       M000-ZAEHLE-MITGLIEDER.
         OPEN INPUT MASTER-DATEI.
         IF MASTER-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT MASTER-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.DAT, "
                 "status " MASTER-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ADRMAST" TO MAS-UMS-KENNUNG.
         MOVE "ANFANG" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         PERFORM M100-LIES-MASTER.
         PERFORM M200-ZAEHLE-MASTERSATZ
             UNTIL ENDE-DES-MASTERS.
         CLOSE MASTER-DATEI.
         IF NOT MAS-ENDESATZ-GESEHEN
             DISPLAY "ORGPFL: Endesatz des Umschlags fehlt in "
                 "ADDRESS-MASTER.DAT"
             STOP RUN RETURNING 1
         END-IF.

       M100-LIES-MASTER.
         MOVE SPACES TO ADRESSE-SATZ.
         READ MASTER-DATEI
             AT END SET ENDE-DES-MASTERS TO TRUE.
         IF NOT MASTER-STATUS-OK AND NOT MASTER-STATUS-ENDE
             DISPLAY "Sorry, error reading ADDRESS-MASTER.DAT, "
                 "status " MASTER-STATUS
             STOP RUN RETURNING 1
         END-IF.

       M200-ZAEHLE-MASTERSATZ.
         EVALUATE TRUE
             WHEN NOT MAS-KOPF-GEPRUEFT
                 SET MAS-KOPF-GEPRUEFT TO TRUE
                 MOVE ADRESSE-SATZ TO MAS-UMS-SATZBILD
                 MOVE "PRUEFKOPF" TO MAS-UMS-FUNKTION
                 CALL "umschlag" USING MAS-UMS-UMSCHLAG
                 PERFORM M300-PRUEFE-MASTERUMSCHLAG
             WHEN ADRESSE-SATZ(1:2) = "UE"
                 SET MAS-ENDESATZ-GESEHEN TO TRUE
                 MOVE ADRESSE-SATZ TO MAS-UMS-SATZBILD
                 MOVE "PRUEFENDE" TO MAS-UMS-FUNKTION
                 CALL "umschlag" USING MAS-UMS-UMSCHLAG
                 PERFORM M300-PRUEFE-MASTERUMSCHLAG
             WHEN OTHER
                 MOVE ADRESSE-SATZ TO MAS-UMS-PUFFER
                 MOVE "SUMME" TO MAS-UMS-FUNKTION
                 CALL "umschlag" USING MAS-UMS-UMSCHLAG
                 PERFORM M400-ORDNE-MITGLIED-ZU
         END-EVALUATE.
         PERFORM M100-LIES-MASTER.

       M300-PRUEFE-MASTERUMSCHLAG.
         IF MAS-UMS-STATUS NOT = "00"
             DISPLAY "ORGPFL: Umschlag von ADDRESS-MASTER.DAT "
                 "fehlerhaft (Status " MAS-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

       M400-ORDNE-MITGLIED-ZU.
         IF ADR-OHNE-ORGANISATION
             ADD 1 TO WS-OHNE-ORG-ZAEHLER
             EXIT PARAGRAPH
         END-IF.
         IF ADR-ORG-NR IS NOT NUMERIC
             EXIT PARAGRAPH
         END-IF.
         MOVE ADR-ORG-NR TO WS-ORG-NUMMER.
         PERFORM C500-SUCHE-ORGANISATION.
         IF WS-ORG-TREFFER > ZERO
             ADD 1 TO TAB-MITGLIEDER(WS-ORG-TREFFER)
         END-IF.

      * Umschlag der bestehenden Datei: Kopf pruefen und die
      * Generation fuer die neue Fassung merken.
       U100-PRUEFE-ORGKOPF.
         SET ORG-KOPF-GEPRUEFT TO TRUE.
         MOVE ORG-SATZ TO ORG-UMS-SATZBILD.
         MOVE "PRUEFKOPF" TO ORG-UMS-FUNKTION.
         CALL "umschlag" USING ORG-UMS-UMSCHLAG.
         IF ORG-UMS-STATUS NOT = "00"
             DISPLAY "ORGPFL: Umschlag-Kopfsatz fehlt oder passt "
                 "nicht in ORGMAST.DAT (Status " ORG-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         MOVE ORG-UMS-GENERATION TO WS-GENERATION.

       U150-PRUEFE-ORGENDE.
         SET ORG-ENDESATZ-GESEHEN TO TRUE.
         MOVE ORG-SATZ TO ORG-UMS-SATZBILD.
         MOVE "PRUEFENDE" TO ORG-UMS-FUNKTION.
         CALL "umschlag" USING ORG-UMS-UMSCHLAG.
         IF ORG-UMS-STATUS NOT = "00"
             DISPLAY "ORGPFL: Umschlag-Endesatz weicht ab in "
                 "ORGMAST.DAT (Status " ORG-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

      * Herkunftsprotokoll: bisheriger Organisationsmaster und
      * Transaktionen zum neuen.
       Z900-MELDE-HERKUNFT.
         MOVE "orgpfl" TO HKF-PROGRAMM.
         IF ORGDATEI-VORHANDEN
             MOVE "EINGABE" TO HKF-FUNKTION
             MOVE "ORGMAST.DAT" TO HKF-DATEI
             MOVE ORG-UMS-UMSCHLAG TO HKF-UMSCHLAG
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE "ORGTRANS.DAT" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ORGMAST.DAT" TO HKF-DATEI.
         MOVE NEU-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ORGPFL: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM orgpfl.

      * vim:ai sw=4 sts=4 expandtab
