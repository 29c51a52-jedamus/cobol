      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Einmaliger Aufbau des Organisationsmasters ORGMAST.DAT
      * (Satzbild orgmast.cpy) aus den vorhandenen
      * ADR-ORGANISATION-Werten des Adressmasters. Organisationen
      * werden nach einem normierten Namen zusammengefasst
      * (Grossbuchstaben, Satzzeichen und mehrfache Leerzeichen
      * zaehlen nicht, ein abgekuerztes Wort mit Punkt passt zu
      * jedem Wort, das so beginnt - "Cleveland State Univ." und
      * "CLEVELAND STATE UNIVERSITY" ergeben dieselbe
      * Organisation). Je Organisation gilt
      *   - die haeufigste Schreibweise als Name (bei Gleichstand
      *     die zuerst gefundene),
      *   - die haeufigste Postanschrift (Strasse, Ortsangabe,
      *     Land) der Mitglieder als ihre Anschrift,
      *   - die Nummer in der Reihenfolge des ersten Auftretens
      *     ab 00001.
      * Im Adressmaster bekommt jedes Mitglied die einheitliche
      * Schreibweise; wer die Anschrift der Organisation traegt,
      * wird ueber ADR-ORG-NR verknuepft und erbt sie fortan (siehe
      * orgadr.cpy). Mitglieder mit abweichender Anschrift (etwa
      * eine Aussenstelle) bleiben unverknuepft und stehen im
      * Bericht ORGUMBAU.RPT zur Pruefung; sie enden den Lauf mit
      * RETURN-CODE 4. Der Bericht nennt jede Organisation mit
      * ihrer Anschrift und jede Schreibweise, die dabei
      * zusammengefuehrt wurde. Jede Aenderung eines Mastersatzes
      * geht mit Aktion O in die Historie.
      * Beide Dateien werden erst vollstaendig nach ORGMAST.UMB
      * und ADDRESS-MASTER.UMB geschrieben; erst dann wird der
      * alte Master nach ADDRESS-MASTER.VORG gesichert und beide
      * ersetzt. Besteht ORGMAST.DAT schon oder traegt ein
      * Mastersatz bereits eine ADR-ORG-NR, verweigert der Lauf
      * den Start (RETURN-CODE 8) - danach wird nur noch mit
      * orgpfl gepflegt. Wie adrumbau haelt der Lauf MASKE.SPR und
      * BATCH.SPR und laedt ADDRESS-MASTER.IDX mit adrladen neu.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Satzlaenge des Masters 254 statt 245 (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy); Master- und
      *     Vorher-Bilder auf X(254) verbreitert.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. orgumbau.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-MASTER
           ASSIGN TO "ADDRESS-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ALTMAST-STATUS.

           SELECT NEU-MASTER
           ASSIGN TO "ADDRESS-MASTER.UMB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS NEUMAST-STATUS.

           SELECT ORG-DATEI
           ASSIGN TO "ORGMAST.UMB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ORG-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ORGUMBAU.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALT-MASTER
          LABEL RECORDS ARE OMITTED.
           01 ALT-MASTER-SATZ          PIC X(254).

       FD NEU-MASTER
          LABEL RECORDS ARE OMITTED.
           01 NEU-MASTER-SATZ          PIC X(254).

       FD ORG-DATEI
          LABEL RECORDS ARE OMITTED.
       COPY "orgmast.cpy".

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SYSTEMKOMMANDO           PIC X(120).
       01 WS-KOMMANDO-RC              PIC S9(09)  COMP.
       01 WS-HEUTE                    PIC X(08).

       01 WS-MASTER-ENDE-SCHALTER     PIC X(01)   VALUE "N".
          88 ENDE-DES-MASTERS                     VALUE "J".
       01 WS-MAS-KOPF-SCHALTER        PIC X(01)   VALUE "N".
          88 MAS-KOPF-GEPRUEFT                    VALUE "J".
       01 WS-MAS-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 MAS-ENDESATZ-GESEHEN                 VALUE "J".
       01 WS-DURCHGANG-SCHALTER       PIC X(01)   VALUE "1".
          88 ERSTER-DURCHGANG                     VALUE "1".
          88 ZWEITER-DURCHGANG                    VALUE "2".
       01 WS-INDEX-DA-SCHALTER        PIC X(01)   VALUE "N".
          88 INDEX-VORHANDEN                      VALUE "J".

       01 WS-MASTER-ZAEHLER           PIC 9(07)   COMP VALUE ZERO.
       01 WS-MITGLIED-ZAEHLER         PIC 9(07)   COMP VALUE ZERO.
       01 WS-VERKNUEPFT-ZAEHLER       PIC 9(07)   COMP VALUE ZERO.
       01 WS-UNVERKNUEPFT-ZAEHLER     PIC 9(07)   COMP VALUE ZERO.
       01 WS-ZUSAMMEN-ZAEHLER         PIC 9(07)   COMP VALUE ZERO.
       01 WS-GEAENDERT-ZAEHLER        PIC 9(07)   COMP VALUE ZERO.

      * Je Organisation (Gruppe) der normierte Schluessel, die
      * gewaehlte Schreibweise und Anschrift und die Nummer.
       01 WS-GRUPPEN-TABELLE.
          05 WS-GRUPPE                OCCURS 2000 TIMES.
             10 GRP-SCHLUESSEL        PIC X(60).
             10 GRP-NAME              PIC X(40).
             10 GRP-ANSCHRIFT         PIC X(113).
             10 GRP-MITGLIEDER        PIC 9(05)   COMP.
             10 GRP-NR                PIC 9(05).
       01 WS-GRUPPEN-ANZAHL           PIC 9(04)   COMP VALUE ZERO.
       01 WS-GRUPPEN-MAXIMUM          PIC 9(04)   COMP VALUE 2000.
       01 WS-GRUPPEN-INDEX            PIC 9(04)   COMP VALUE ZERO.
       01 WS-GRUPPEN-TREFFER          PIC 9(04)   COMP VALUE ZERO.

      * Jede vorgefundene Schreibweise und jede Anschrift je
      * Gruppe mit ihrer Haeufigkeit.
       01 WS-VARIANTEN-TABELLE.
          05 WS-VARIANTE              OCCURS 4000 TIMES.
             10 VAR-GRUPPE            PIC 9(04)   COMP.
             10 VAR-NAME              PIC X(40).
             10 VAR-ANZAHL            PIC 9(05)   COMP.
       01 WS-VARIANTEN-ANZAHL         PIC 9(04)   COMP VALUE ZERO.
       01 WS-VARIANTEN-MAXIMUM        PIC 9(04)   COMP VALUE 4000.
       01 WS-VARIANTEN-INDEX          PIC 9(04)   COMP VALUE ZERO.
       01 WS-VARIANTEN-TREFFER        PIC 9(04)   COMP VALUE ZERO.

       01 WS-ANSCHRIFTEN-TABELLE.
          05 WS-ANSCHRIFT-EINTRAG     OCCURS 4000 TIMES.
             10 ANS-GRUPPE            PIC 9(04)   COMP.
             10 ANS-ANSCHRIFT         PIC X(113).
             10 ANS-ANZAHL            PIC 9(05)   COMP.
       01 WS-ANSCHRIFTEN-ANZAHL       PIC 9(04)   COMP VALUE ZERO.
       01 WS-ANSCHRIFTEN-MAXIMUM      PIC 9(04)   COMP VALUE 4000.
       01 WS-ANSCHRIFTEN-INDEX        PIC 9(04)   COMP VALUE ZERO.
       01 WS-ANSCHRIFTEN-TREFFER      PIC 9(04)   COMP VALUE ZERO.

       01 WS-BESTE-ANZAHL             PIC 9(05)   COMP VALUE ZERO.

      * Anschrift eines Satzes im Bild von Strasse, Ortsangabe
      * und Land (wie ORG-STRASSE bis ORG-LAND in orgmast.cpy).
       01 WS-ANSCHRIFT.
          05 WS-ANS-STRASSE           PIC X(40).
          05 WS-ANS-ORTSANGABE.
             10 WS-ANS-ORT            PIC X(40).
             10 WS-ANS-STAAT          PIC X(20).
             10 WS-ANS-PLZ            PIC X(10).
          05 WS-ANS-LAND              PIC X(03).

      * Normierter Name (siehe M000) und Vergleichsschluessel.
       01 WS-NORM-NAME                PIC X(60).
       01 WS-NORM-INDEX               PIC 9(03)   COMP.
       01 WS-NORM-ZIEL                PIC 9(03)   COMP.
       01 WS-NORM-ZEICHEN             PIC X(01).
       01 WS-WORT-SCHALTER            PIC X(01)   VALUE "N".
          88 IM-WORT                              VALUE "J".
       01 WS-VERGL-NAME               PIC X(60).
       01 WS-POS-A                    PIC 9(03)   COMP.
       01 WS-POS-B                    PIC 9(03)   COMP.
       01 WS-ZEICHEN-A                PIC X(01).
       01 WS-ZEICHEN-B                PIC X(01).
       01 WS-PASST-SCHALTER           PIC X(01)   VALUE "?".
          88 SCHLUESSEL-PASST                     VALUE "J".
          88 SCHLUESSEL-PASST-NICHT               VALUE "N".
       01 WS-PUNKTE-NEU               PIC 9(03)   COMP.
       01 WS-PUNKTE-GRUPPE            PIC 9(03)   COMP.

       01 WS-ALTE-ADRESSE             PIC X(254).

       01 WS-BERICHTZEILE             PIC X(100).

       01 WS-ORGZEILE.
          05 WS-ORZ-NR                PIC 9(05).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-ORZ-NAME              PIC X(40).
          05 FILLER                   PIC X(13)   VALUE
             " MITGLIEDER ".
          05 WS-ORZ-MITGLIEDER        PIC ZZZZ9.

       01 WS-ANGABEZEILE.
          05 FILLER                   PIC X(06)   VALUE SPACES.
          05 WS-ANZ-TEXT              PIC X(21).
          05 WS-ANZ-INHALT            PIC X(40).
          05 WS-ANZ-ZUSATZ            PIC X(20).

       01 WS-ORTANGABEZEILE.
          05 WS-OAZ-STAAT             PIC X(20).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-OAZ-PLZ               PIC X(10).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-OAZ-LAND              PIC X(03).

       01 WS-ANZAHL-ANZEIGE           PIC ZZZZ9.

       01 WS-UNVERKNUEPFTZEILE.
          05 FILLER                   PIC X(07)   VALUE "ADR-ID ".
          05 WS-UVZ-ID                PIC 9(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-UVZ-NAME              PIC X(30).
          05 FILLER                   PIC X(05)   VALUE " ORG ".
          05 WS-UVZ-NR                PIC 9(05).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-UVZ-ORT               PIC X(30).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(30).
          05 WS-SUM-ANZAHL            PIC ZZZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ALTMAST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ALTMAST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ALTMAST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ALTMAST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ALTMAST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==NEUMAST-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==NEUMAST-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==NEUMAST-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==NEUMAST-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==NEUMAST-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ORG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ORG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ORG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ORG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ORG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==MAS-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==NEU-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==ORG-UMS==.
       COPY "laufstat.cpy".
       COPY "herkunft.cpy".
       COPY "sperre.cpy".
       COPY "adrhist.cpy".
       COPY "adresse.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-BAUE-ORGANISATIONEN-AUF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         PERFORM S900-PRUEFE-SPERREN.
         PERFORM A100-PRUEFE-ORGMAST-FEHLT.
         PERFORM S950-SETZE-SPERREN.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ORGUMBAU.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "ORGUMBAU AUFBAU DES ORGANISATIONSMASTERS, LAUF "
             WS-HEUTE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM B000-SAMMLE-ORGANISATIONEN.
         PERFORM C000-WAEHLE-STAMMDATEN.
         PERFORM D000-SCHREIBE-ORGMASTER.
         PERFORM E000-VERKNUEPFE-MASTER.
         PERFORM Z000-ERSETZE-DATEIEN.
         PERFORM S990-LOESE-SPERREN.
         PERFORM Z500-LADE-INDEX-NEU.

         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.
         DISPLAY "ORGUMBAU: Master " WS-MASTER-ZAEHLER
             ", Organisationen " WS-GRUPPEN-ANZAHL
             ", verknuepft " WS-VERKNUEPFT-ZAEHLER
             ", nicht verknuepft " WS-UNVERKNUEPFT-ZAEHLER
             ", Schreibweisen zusammengefuehrt " WS-ZUSAMMEN-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "orgumbau" TO STAT-PROGRAMM.
         MOVE WS-MASTER-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GRUPPEN-ANZAHL TO STAT-SAETZE-AUS.
         MOVE WS-UNVERKNUEPFT-ZAEHLER TO STAT-ABGEWIESEN.
         IF WS-UNVERKNUEPFT-ZAEHLER > ZERO
             MOVE 4 TO STAT-RC
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         IF STAT-RC > ZERO
             DISPLAY "ORGUMBAU: Mitglieder mit abweichender "
                 "Anschrift, siehe ORGUMBAU.RPT"
             STOP RUN RETURNING STAT-RC
         END-IF.
         STOP RUN.

      * Der Aufbau laeuft genau einmal; danach gehoert der
      * Organisationsmaster orgpfl.
       A100-PRUEFE-ORGMAST-FEHLT.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         MOVE "test -f ORGMAST.DAT" TO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC = ZERO
             DISPLAY "ORGUMBAU: ORGMAST.DAT besteht bereits, "
                 "Aufbau wird verweigert (Pflege mit orgpfl)"
             STOP RUN RETURNING 8
         END-IF.

      * Erster Durchgang: Umschlag pruefen, jede Organisation,
      * jede Schreibweise und jede Anschrift zaehlen.
       B000-SAMMLE-ORGANISATIONEN.
         SET ERSTER-DURCHGANG TO TRUE.
         PERFORM B050-OEFFNE-MASTER.
         PERFORM B100-LIES-MASTER.
         PERFORM B200-VERARBEITE-MASTERSATZ
             UNTIL ENDE-DES-MASTERS.
         PERFORM B080-SCHLIESSE-MASTER.

       B050-OEFFNE-MASTER.
         MOVE "N" TO WS-MASTER-ENDE-SCHALTER WS-MAS-KOPF-SCHALTER
             WS-MAS-ENDE-SCHALTER.
         OPEN INPUT ALT-MASTER.
         IF NOT ALTMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.DAT, "
                 "status " ALTMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ADRMAST" TO MAS-UMS-KENNUNG.
         MOVE "ANFANG" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.

       B080-SCHLIESSE-MASTER.
         IF NOT MAS-ENDESATZ-GESEHEN
             DISPLAY "ORGUMBAU: Endesatz des Umschlags fehlt in "
                 "ADDRESS-MASTER.DAT"
             STOP RUN RETURNING 1
         END-IF.
         CLOSE ALT-MASTER.

       B100-LIES-MASTER.
         MOVE SPACES TO ALT-MASTER-SATZ.
         READ ALT-MASTER
             AT END SET ENDE-DES-MASTERS TO TRUE.
         IF NOT ALTMAST-STATUS-OK AND NOT ALTMAST-STATUS-ENDE
             DISPLAY "Sorry, error reading ADDRESS-MASTER.DAT, "
                 "status " ALTMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

       B200-VERARBEITE-MASTERSATZ.
         EVALUATE TRUE
             WHEN NOT MAS-KOPF-GEPRUEFT
                 PERFORM U100-PRUEFE-MASTERKOPF
             WHEN ALT-MASTER-SATZ(1:2) = "UE"
                 PERFORM U150-PRUEFE-MASTERENDE
             WHEN MAS-ENDESATZ-GESEHEN
                 DISPLAY "ORGUMBAU: Nutzsatz nach dem Endesatz in "
                     "ADDRESS-MASTER.DAT"
                 STOP RUN RETURNING 1
             WHEN ERSTER-DURCHGANG
                 PERFORM B300-ERFASSE-MITGLIED
             WHEN OTHER
                 PERFORM E300-VERKNUEPFE-SATZ
         END-EVALUATE.
         PERFORM B100-LIES-MASTER.

       B300-ERFASSE-MITGLIED.
         MOVE ALT-MASTER-SATZ TO ADRESSE-SATZ.
         MOVE ALT-MASTER-SATZ TO MAS-UMS-PUFFER.
         MOVE "SUMME" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         ADD 1 TO WS-MASTER-ZAEHLER.
         IF NOT ADR-OHNE-ORGANISATION
             DISPLAY "ORGUMBAU: ADR-ID " ADR-ID " ist bereits mit "
                 "Organisation " ADR-ORG-NR " verknuepft, Aufbau "
                 "wird abgebrochen"
             STOP RUN RETURNING 8
         END-IF.
         PERFORM M000-NORMIERE-ORGANISATION.
         IF WS-NORM-NAME = SPACES
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-MITGLIED-ZAEHLER.
         PERFORM M100-SUCHE-GRUPPE.
         IF WS-GRUPPEN-TREFFER = ZERO
             IF WS-GRUPPEN-ANZAHL NOT LESS WS-GRUPPEN-MAXIMUM
                 DISPLAY "ORGUMBAU: mehr als " WS-GRUPPEN-MAXIMUM
                     " Organisationen, Lauf wird abgebrochen"
                 STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-GRUPPEN-ANZAHL
             MOVE WS-GRUPPEN-ANZAHL TO WS-GRUPPEN-TREFFER
             MOVE WS-NORM-NAME TO GRP-SCHLUESSEL(WS-GRUPPEN-TREFFER)
             MOVE ZERO TO GRP-MITGLIEDER(WS-GRUPPEN-TREFFER)
         END-IF.
         ADD 1 TO GRP-MITGLIEDER(WS-GRUPPEN-TREFFER).
         PERFORM B400-ZAEHLE-SCHREIBWEISE.
         PERFORM B500-ZAEHLE-ANSCHRIFT.

       B400-ZAEHLE-SCHREIBWEISE.
         MOVE ZERO TO WS-VARIANTEN-TREFFER.
         PERFORM B410-VERGLEICHE-SCHREIBWEISE
             VARYING WS-VARIANTEN-INDEX FROM 1 BY 1
             UNTIL WS-VARIANTEN-INDEX > WS-VARIANTEN-ANZAHL
                 OR WS-VARIANTEN-TREFFER > ZERO.
         IF WS-VARIANTEN-TREFFER = ZERO
             IF WS-VARIANTEN-ANZAHL NOT LESS WS-VARIANTEN-MAXIMUM
                 DISPLAY "ORGUMBAU: mehr als " WS-VARIANTEN-MAXIMUM
                     " Schreibweisen, Lauf wird abgebrochen"
                 STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-VARIANTEN-ANZAHL
             MOVE WS-VARIANTEN-ANZAHL TO WS-VARIANTEN-TREFFER
             MOVE WS-GRUPPEN-TREFFER
                 TO VAR-GRUPPE(WS-VARIANTEN-TREFFER)
             MOVE ADR-ORGANISATION TO VAR-NAME(WS-VARIANTEN-TREFFER)
             MOVE ZERO TO VAR-ANZAHL(WS-VARIANTEN-TREFFER)
         END-IF.
         ADD 1 TO VAR-ANZAHL(WS-VARIANTEN-TREFFER).

       B410-VERGLEICHE-SCHREIBWEISE.
         IF VAR-GRUPPE(WS-VARIANTEN-INDEX) = WS-GRUPPEN-TREFFER
             AND VAR-NAME(WS-VARIANTEN-INDEX) = ADR-ORGANISATION
             MOVE WS-VARIANTEN-INDEX TO WS-VARIANTEN-TREFFER
         END-IF.

       B500-ZAEHLE-ANSCHRIFT.
         PERFORM M200-BILDE-ANSCHRIFT.
         MOVE ZERO TO WS-ANSCHRIFTEN-TREFFER.
         PERFORM B510-VERGLEICHE-ANSCHRIFT
             VARYING WS-ANSCHRIFTEN-INDEX FROM 1 BY 1
             UNTIL WS-ANSCHRIFTEN-INDEX > WS-ANSCHRIFTEN-ANZAHL
                 OR WS-ANSCHRIFTEN-TREFFER > ZERO.
         IF WS-ANSCHRIFTEN-TREFFER = ZERO
             IF WS-ANSCHRIFTEN-ANZAHL NOT LESS
                 WS-ANSCHRIFTEN-MAXIMUM
                 DISPLAY "ORGUMBAU: mehr als "
                     WS-ANSCHRIFTEN-MAXIMUM
                     " Anschriften, Lauf wird abgebrochen"
                 STOP RUN RETURNING 1
             END-IF
             ADD 1 TO WS-ANSCHRIFTEN-ANZAHL
             MOVE WS-ANSCHRIFTEN-ANZAHL TO WS-ANSCHRIFTEN-TREFFER
             MOVE WS-GRUPPEN-TREFFER
                 TO ANS-GRUPPE(WS-ANSCHRIFTEN-TREFFER)
             MOVE WS-ANSCHRIFT
                 TO ANS-ANSCHRIFT(WS-ANSCHRIFTEN-TREFFER)
             MOVE ZERO TO ANS-ANZAHL(WS-ANSCHRIFTEN-TREFFER)
         END-IF.
         ADD 1 TO ANS-ANZAHL(WS-ANSCHRIFTEN-TREFFER).

       B510-VERGLEICHE-ANSCHRIFT.
         IF ANS-GRUPPE(WS-ANSCHRIFTEN-INDEX) = WS-GRUPPEN-TREFFER
             AND ANS-ANSCHRIFT(WS-ANSCHRIFTEN-INDEX) = WS-ANSCHRIFT
             MOVE WS-ANSCHRIFTEN-INDEX TO WS-ANSCHRIFTEN-TREFFER
         END-IF.

      * Je Organisation die haeufigste Schreibweise und Anschrift
      * waehlen (bei Gleichstand die zuerst gefundene), Nummer
      * vergeben und im Bericht mit allen zusammengefuehrten
      * Schreibweisen ausweisen.
       C000-WAEHLE-STAMMDATEN.
         MOVE "ORGANISATIONEN" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM C100-WAEHLE-GRUPPE
             VARYING WS-GRUPPEN-INDEX FROM 1 BY 1
             UNTIL WS-GRUPPEN-INDEX > WS-GRUPPEN-ANZAHL.

       C100-WAEHLE-GRUPPE.
         MOVE WS-GRUPPEN-INDEX TO GRP-NR(WS-GRUPPEN-INDEX).
         MOVE ZERO TO WS-BESTE-ANZAHL.
         PERFORM C200-WAEHLE-SCHREIBWEISE
             VARYING WS-VARIANTEN-INDEX FROM 1 BY 1
             UNTIL WS-VARIANTEN-INDEX > WS-VARIANTEN-ANZAHL.
         MOVE ZERO TO WS-BESTE-ANZAHL.
         PERFORM C300-WAEHLE-ANSCHRIFT
             VARYING WS-ANSCHRIFTEN-INDEX FROM 1 BY 1
             UNTIL WS-ANSCHRIFTEN-INDEX > WS-ANSCHRIFTEN-ANZAHL.

         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE GRP-NR(WS-GRUPPEN-INDEX) TO WS-ORZ-NR.
         MOVE GRP-NAME(WS-GRUPPEN-INDEX) TO WS-ORZ-NAME.
         MOVE GRP-MITGLIEDER(WS-GRUPPEN-INDEX) TO WS-ORZ-MITGLIEDER.
         MOVE WS-ORGZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE GRP-ANSCHRIFT(WS-GRUPPEN-INDEX) TO WS-ANSCHRIFT.
         MOVE "STRASSE            :" TO WS-ANZ-TEXT.
         MOVE WS-ANS-STRASSE TO WS-ANZ-INHALT.
         MOVE SPACES TO WS-ANZ-ZUSATZ.
         PERFORM G100-SCHREIBE-ANGABE.
         MOVE "ORT                :" TO WS-ANZ-TEXT.
         MOVE WS-ANS-ORT TO WS-ANZ-INHALT.
         PERFORM G100-SCHREIBE-ANGABE.
         MOVE "STAAT, PLZ, LAND   :" TO WS-ANZ-TEXT.
         MOVE WS-ANS-STAAT TO WS-OAZ-STAAT.
         MOVE WS-ANS-PLZ TO WS-OAZ-PLZ.
         MOVE WS-ANS-LAND TO WS-OAZ-LAND.
         MOVE WS-ORTANGABEZEILE TO WS-ANZ-INHALT.
         PERFORM G100-SCHREIBE-ANGABE.
         PERFORM C400-MELDE-SCHREIBWEISE
             VARYING WS-VARIANTEN-INDEX FROM 1 BY 1
             UNTIL WS-VARIANTEN-INDEX > WS-VARIANTEN-ANZAHL.

       C200-WAEHLE-SCHREIBWEISE.
         IF VAR-GRUPPE(WS-VARIANTEN-INDEX) = WS-GRUPPEN-INDEX
             AND VAR-ANZAHL(WS-VARIANTEN-INDEX) > WS-BESTE-ANZAHL
             MOVE VAR-ANZAHL(WS-VARIANTEN-INDEX) TO WS-BESTE-ANZAHL
             MOVE VAR-NAME(WS-VARIANTEN-INDEX)
                 TO GRP-NAME(WS-GRUPPEN-INDEX)
         END-IF.

       C300-WAEHLE-ANSCHRIFT.
         IF ANS-GRUPPE(WS-ANSCHRIFTEN-INDEX) = WS-GRUPPEN-INDEX
             AND ANS-ANZAHL(WS-ANSCHRIFTEN-INDEX) > WS-BESTE-ANZAHL
             MOVE ANS-ANZAHL(WS-ANSCHRIFTEN-INDEX) TO WS-BESTE-ANZAHL
             MOVE ANS-ANSCHRIFT(WS-ANSCHRIFTEN-INDEX)
                 TO GRP-ANSCHRIFT(WS-GRUPPEN-INDEX)
         END-IF.

       C400-MELDE-SCHREIBWEISE.
         IF VAR-GRUPPE(WS-VARIANTEN-INDEX) NOT = WS-GRUPPEN-INDEX
             OR VAR-NAME(WS-VARIANTEN-INDEX)
                 = GRP-NAME(WS-GRUPPEN-INDEX)
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-ZUSAMMEN-ZAEHLER.
         MOVE "ZUSAMMENGEFUEHRT   :" TO WS-ANZ-TEXT.
         MOVE VAR-NAME(WS-VARIANTEN-INDEX) TO WS-ANZ-INHALT.
         MOVE VAR-ANZAHL(WS-VARIANTEN-INDEX) TO WS-ANZAHL-ANZEIGE.
         MOVE SPACES TO WS-ANZ-ZUSATZ.
         STRING " (" WS-ANZAHL-ANZEIGE " SAETZE)"
             DELIMITED BY SIZE INTO WS-ANZ-ZUSATZ.
         PERFORM G100-SCHREIBE-ANGABE.

      * ORGMAST.UMB mit Umschlag (Kennung ORGMAST, Generation 1).
       D000-SCHREIBE-ORGMASTER.
         OPEN OUTPUT ORG-DATEI.
         IF NOT ORG-STATUS-OK
             DISPLAY "Sorry, unable to open ORGMAST.UMB, status "
                 ORG-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ORGMAST" TO ORG-UMS-KENNUNG.
         MOVE "orgumbau" TO ORG-UMS-PROGRAMM.
         MOVE 1 TO ORG-UMS-GENERATION.
         MOVE "ANFANG" TO ORG-UMS-FUNKTION.
         CALL "umschlag" USING ORG-UMS-UMSCHLAG.
         MOVE "KOPF" TO ORG-UMS-FUNKTION.
         CALL "umschlag" USING ORG-UMS-UMSCHLAG.
         MOVE SPACES TO ORG-SATZ.
         MOVE ORG-UMS-SATZBILD TO ORG-SATZ.
         PERFORM D200-SCHREIBE-ORGSATZ.
         PERFORM D100-SCHREIBE-ORGANISATION
             VARYING WS-GRUPPEN-INDEX FROM 1 BY 1
             UNTIL WS-GRUPPEN-INDEX > WS-GRUPPEN-ANZAHL.
         MOVE "ENDE" TO ORG-UMS-FUNKTION.
         CALL "umschlag" USING ORG-UMS-UMSCHLAG.
         MOVE SPACES TO ORG-SATZ.
         MOVE ORG-UMS-SATZBILD TO ORG-SATZ.
         PERFORM D200-SCHREIBE-ORGSATZ.
         CLOSE ORG-DATEI.

       D100-SCHREIBE-ORGANISATION.
         MOVE GRP-ANSCHRIFT(WS-GRUPPEN-INDEX) TO WS-ANSCHRIFT.
         MOVE SPACES TO ORG-SATZ.
         MOVE GRP-NR(WS-GRUPPEN-INDEX) TO ORG-NR.
         MOVE GRP-NAME(WS-GRUPPEN-INDEX) TO ORG-NAME.
         MOVE WS-ANS-STRASSE TO ORG-STRASSE.
         MOVE WS-ANS-ORTSANGABE TO ORG-ORTSANGABE.
         MOVE WS-ANS-LAND TO ORG-LAND.
         MOVE ORG-SATZ TO ORG-UMS-PUFFER.
         MOVE "SUMME" TO ORG-UMS-FUNKTION.
         CALL "umschlag" USING ORG-UMS-UMSCHLAG.
         PERFORM D200-SCHREIBE-ORGSATZ.

       D200-SCHREIBE-ORGSATZ.
         WRITE ORG-SATZ.
         IF NOT ORG-STATUS-OK
             DISPLAY "Sorry, error writing ORGMAST.UMB, status "
                 ORG-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Zweiter Durchgang: einheitliche Schreibweise einsetzen und
      * Mitglieder mit der Anschrift ihrer Organisation verknuepfen.
       E000-VERKNUEPFE-MASTER.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "MITGLIEDER MIT ABWEICHENDER ANSCHRIFT"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         SET ZWEITER-DURCHGANG TO TRUE.
         OPEN OUTPUT NEU-MASTER.
         IF NOT NEUMAST-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.UMB, "
                 "status " NEUMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM B050-OEFFNE-MASTER.
         PERFORM B100-LIES-MASTER.
         PERFORM B200-VERARBEITE-MASTERSATZ
             UNTIL ENDE-DES-MASTERS.
         PERFORM B080-SCHLIESSE-MASTER.
         CLOSE NEU-MASTER.
         IF WS-UNVERKNUEPFT-ZAEHLER = ZERO
             MOVE "KEINE" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       E300-VERKNUEPFE-SATZ.
         MOVE ALT-MASTER-SATZ TO ADRESSE-SATZ WS-ALTE-ADRESSE.
         MOVE ALT-MASTER-SATZ TO MAS-UMS-PUFFER.
         MOVE "SUMME" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         PERFORM M000-NORMIERE-ORGANISATION.
         IF WS-NORM-NAME NOT = SPACES
             PERFORM M100-SUCHE-GRUPPE
             PERFORM E400-SETZE-ORGANISATION
         END-IF.
         IF ADRESSE-SATZ NOT = WS-ALTE-ADRESSE
             ADD 1 TO WS-GEAENDERT-ZAEHLER
             MOVE ADR-ID TO HIST-ID
             MOVE "orgumbau" TO HIST-QUELLE
             MOVE "O" TO HIST-AKTION
             MOVE WS-ALTE-ADRESSE TO HIST-VORHER
             MOVE ADRESSE-SATZ TO HIST-NACHHER
             CALL "adrhist" USING HIST-BLOCK
         END-IF.
         MOVE ADRESSE-SATZ TO NEU-MASTER-SATZ.
         PERFORM E500-SCHREIBE-NEUMASTER.
         MOVE ADRESSE-SATZ TO NEU-UMS-PUFFER.
         MOVE "SUMME" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.

       E400-SETZE-ORGANISATION.
         MOVE GRP-NAME(WS-GRUPPEN-TREFFER) TO ADR-ORGANISATION.
         PERFORM M200-BILDE-ANSCHRIFT.
         IF WS-ANSCHRIFT = GRP-ANSCHRIFT(WS-GRUPPEN-TREFFER)
             MOVE GRP-NR(WS-GRUPPEN-TREFFER) TO ADR-ORG-NR
             ADD 1 TO WS-VERKNUEPFT-ZAEHLER
         ELSE
             ADD 1 TO WS-UNVERKNUEPFT-ZAEHLER
             MOVE ADR-ID TO WS-UVZ-ID
             MOVE ADR-NAME TO WS-UVZ-NAME
             MOVE GRP-NR(WS-GRUPPEN-TREFFER) TO WS-UVZ-NR
             MOVE ADR-ORT TO WS-UVZ-ORT
             MOVE WS-UNVERKNUEPFTZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       E500-SCHREIBE-NEUMASTER.
         WRITE NEU-MASTER-SATZ.
         IF NOT NEUMAST-STATUS-OK
             DISPLAY "Sorry, error writing ADDRESS-MASTER.UMB, "
                 "status " NEUMAST-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing ORGUMBAU.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       G100-SCHREIBE-ANGABE.
         MOVE WS-ANGABEZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       H000-SCHREIBE-SUMMEN.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "MASTERSAETZE GELESEN        : " TO WS-SUM-TEXT.
         MOVE WS-MASTER-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  MIT ORGANISATION          : " TO WS-SUM-TEXT.
         MOVE WS-MITGLIED-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  VERKNUEPFT                : " TO WS-SUM-TEXT.
         MOVE WS-VERKNUEPFT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  NICHT VERKNUEPFT          : " TO WS-SUM-TEXT.
         MOVE WS-UNVERKNUEPFT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  GEAENDERT (HISTORIE O)    : " TO WS-SUM-TEXT.
         MOVE WS-GEAENDERT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ORGANISATIONEN ANGELEGT     : " TO WS-SUM-TEXT.
         MOVE WS-GRUPPEN-ANZAHL TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SCHREIBWEISEN ZUSAMMENGEF.  : " TO WS-SUM-TEXT.
         MOVE WS-ZUSAMMEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Nicht verknuepfte Mitglieder behalten ihre eigene "
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "Anschrift; verknuepft wird ueber adrpfleg (ORG-NR in "
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "der A-Transaktion)." TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Normiert ADR-ORGANISATION fuer den Gruppenschluessel wie
      * adrdubl den Namen: Grossbuchstaben, Worte aus Buchstaben
      * und Ziffern, durch genau ein Leerzeichen getrennt; ein
      * Punkt am Wortende bleibt als Abkuerzungszeichen stehen,
      * alle anderen Satzzeichen trennen nur Worte.
       M000-NORMIERE-ORGANISATION.
         MOVE SPACES TO WS-NORM-NAME.
         MOVE ZERO TO WS-NORM-ZIEL.
         MOVE "N" TO WS-WORT-SCHALTER.
         PERFORM M010-NORMIERE-ZEICHEN
             VARYING WS-NORM-INDEX FROM 1 BY 1
             UNTIL WS-NORM-INDEX > 40.

       M010-NORMIERE-ZEICHEN.
         MOVE ADR-ORGANISATION(WS-NORM-INDEX:1) TO WS-NORM-ZEICHEN.
         INSPECT WS-NORM-ZEICHEN CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         EVALUATE TRUE
             WHEN (WS-NORM-ZEICHEN NOT < "A" AND NOT > "Z")
                 OR (WS-NORM-ZEICHEN NOT < "0" AND NOT > "9")
                 IF NOT IM-WORT AND WS-NORM-ZIEL > ZERO
                     ADD 1 TO WS-NORM-ZIEL
                 END-IF
                 SET IM-WORT TO TRUE
                 ADD 1 TO WS-NORM-ZIEL
                 MOVE WS-NORM-ZEICHEN TO WS-NORM-NAME(WS-NORM-ZIEL:1)
             WHEN WS-NORM-ZEICHEN = "." AND IM-WORT
                 ADD 1 TO WS-NORM-ZIEL
                 MOVE "." TO WS-NORM-NAME(WS-NORM-ZIEL:1)
                 MOVE "N" TO WS-WORT-SCHALTER
             WHEN OTHER
                 MOVE "N" TO WS-WORT-SCHALTER
         END-EVALUATE.

      * Sucht die Gruppe, deren Schluessel zum normierten Namen
      * passt. Traegt der Schluessel der Gruppe Abkuerzungen, der
      * neue Name aber keine, wird der ausgeschriebene Name
      * Schluessel.
       M100-SUCHE-GRUPPE.
         MOVE ZERO TO WS-GRUPPEN-TREFFER.
         PERFORM M110-VERGLEICHE-GRUPPE
             VARYING WS-GRUPPEN-INDEX FROM 1 BY 1
             UNTIL WS-GRUPPEN-INDEX > WS-GRUPPEN-ANZAHL
                 OR WS-GRUPPEN-TREFFER > ZERO.
         IF WS-GRUPPEN-TREFFER = ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-PUNKTE-NEU WS-PUNKTE-GRUPPE.
         INSPECT WS-NORM-NAME TALLYING WS-PUNKTE-NEU FOR ALL ".".
         INSPECT GRP-SCHLUESSEL(WS-GRUPPEN-TREFFER)
             TALLYING WS-PUNKTE-GRUPPE FOR ALL ".".
         IF WS-PUNKTE-NEU = ZERO AND WS-PUNKTE-GRUPPE > ZERO
             MOVE WS-NORM-NAME TO GRP-SCHLUESSEL(WS-GRUPPEN-TREFFER)
         END-IF.

       M110-VERGLEICHE-GRUPPE.
         MOVE GRP-SCHLUESSEL(WS-GRUPPEN-INDEX) TO WS-VERGL-NAME.
         PERFORM M300-VERGLEICHE-SCHLUESSEL.
         IF SCHLUESSEL-PASST
             MOVE WS-GRUPPEN-INDEX TO WS-GRUPPEN-TREFFER
         END-IF.

      * Vergleicht WS-NORM-NAME mit WS-VERGL-NAME Wort fuer Wort:
      * gleiche Wortzahl, und jedes Wort ist gleich oder eines der
      * beiden ist abgekuerzt (Punkt) und der Anfang des anderen -
      * so passen "CLEVELAND STATE UNIV." und "CLEVELAND ST.
      * UNIVERSITY" zu "CLEVELAND STATE UNIVERSITY".
       M300-VERGLEICHE-SCHLUESSEL.
         MOVE 1 TO WS-POS-A WS-POS-B.
         MOVE "?" TO WS-PASST-SCHALTER.
         PERFORM M310-VERGLEICHE-ZEICHEN
             UNTIL SCHLUESSEL-PASST OR SCHLUESSEL-PASST-NICHT.

       M310-VERGLEICHE-ZEICHEN.
         PERFORM M350-HOLE-ZEICHEN.
         EVALUATE TRUE
             WHEN WS-ZEICHEN-A = SPACE AND WS-ZEICHEN-B = SPACE
                 IF WS-POS-A > 60 OR WS-NORM-NAME(WS-POS-A:) = SPACES
                     IF WS-POS-B > 60
                         OR WS-VERGL-NAME(WS-POS-B:) = SPACES
                         SET SCHLUESSEL-PASST TO TRUE
                     ELSE
                         SET SCHLUESSEL-PASST-NICHT TO TRUE
                     END-IF
                 ELSE
                     ADD 1 TO WS-POS-A WS-POS-B
                 END-IF
             WHEN WS-ZEICHEN-A = "."
                 PERFORM M320-UEBERSPRINGE-WORT-B
                     UNTIL WS-ZEICHEN-B = SPACE
                 ADD 1 TO WS-POS-A
             WHEN WS-ZEICHEN-B = "."
                 PERFORM M330-UEBERSPRINGE-WORT-A
                     UNTIL WS-ZEICHEN-A = SPACE
                 ADD 1 TO WS-POS-B
             WHEN WS-ZEICHEN-A = WS-ZEICHEN-B
                 ADD 1 TO WS-POS-A WS-POS-B
             WHEN OTHER
                 SET SCHLUESSEL-PASST-NICHT TO TRUE
         END-EVALUATE.

       M320-UEBERSPRINGE-WORT-B.
         ADD 1 TO WS-POS-B.
         PERFORM M350-HOLE-ZEICHEN.

       M330-UEBERSPRINGE-WORT-A.
         ADD 1 TO WS-POS-A.
         PERFORM M350-HOLE-ZEICHEN.

       M350-HOLE-ZEICHEN.
         MOVE SPACE TO WS-ZEICHEN-A WS-ZEICHEN-B.
         IF WS-POS-A NOT > 60
             MOVE WS-NORM-NAME(WS-POS-A:1) TO WS-ZEICHEN-A
         END-IF.
         IF WS-POS-B NOT > 60
             MOVE WS-VERGL-NAME(WS-POS-B:1) TO WS-ZEICHEN-B
         END-IF.

       M200-BILDE-ANSCHRIFT.
         MOVE ADR-STRASSE TO WS-ANS-STRASSE.
         MOVE ADR-ORTSANGABE TO WS-ANS-ORTSANGABE.
         MOVE ADR-LAND TO WS-ANS-LAND.

      * Sperrprotokoll wie in adrumbau: nicht gegen eine offene
      * Dialogsitzung oder den laufenden Nachtlauf umstellen.
       S900-PRUEFE-SPERREN.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "MASKE" TO SPR-NAME.
         MOVE "orgumbau" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.
         PERFORM S910-WERTE-SPERRE-AUS.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.
         PERFORM S910-WERTE-SPERRE-AUS.

       S910-WERTE-SPERRE-AUS.
         EVALUATE SPR-STATUS
             WHEN "41"
                 DISPLAY "ORGUMBAU: " FUNCTION TRIM(SPR-NAME)
                     ".SPR wird gehalten (" SPR-INHABER
                     "), Aufbau wird verweigert"
                 STOP RUN RETURNING 8
             WHEN "42"
                 DISPLAY "ORGUMBAU: verwaiste Sperre "
                     FUNCTION TRIM(SPR-NAME) ".SPR gefunden ("
                     SPR-INHABER "), sie wird nicht beachtet"
         END-EVALUATE.

       S950-SETZE-SPERREN.
         MOVE "SETZEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         MOVE "orgumbau" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.
         MOVE "SETZEN" TO SPR-FUNKTION.
         MOVE "MASKE" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.

       S990-LOESE-SPERREN.
         MOVE "LOESEN" TO SPR-FUNKTION.
         MOVE "MASKE" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.
         MOVE "LOESEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.

      * Umschlag des Masters: Kopf pruefen (Kennung ADRMAST); im
      * zweiten Durchgang den neuen Kopf mit der Generation des
      * alten schreiben.
       U100-PRUEFE-MASTERKOPF.
         SET MAS-KOPF-GEPRUEFT TO TRUE.
         MOVE ALT-MASTER-SATZ(1:80) TO MAS-UMS-SATZBILD.
         MOVE "PRUEFKOPF" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         IF MAS-UMS-STATUS NOT = "00"
             DISPLAY "ORGUMBAU: Umschlag-Kopfsatz fehlt oder passt "
                 "nicht in ADDRESS-MASTER.DAT (Status "
                 MAS-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         IF ERSTER-DURCHGANG
             EXIT PARAGRAPH
         END-IF.
         MOVE "ADRMAST" TO NEU-UMS-KENNUNG.
         MOVE "orgumbau" TO NEU-UMS-PROGRAMM.
         MOVE MAS-UMS-GENERATION TO NEU-UMS-GENERATION.
         MOVE "ANFANG" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE "KOPF" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE NEU-UMS-SATZBILD TO NEU-MASTER-SATZ.
         PERFORM E500-SCHREIBE-NEUMASTER.

       U150-PRUEFE-MASTERENDE.
         SET MAS-ENDESATZ-GESEHEN TO TRUE.
         MOVE ALT-MASTER-SATZ(1:80) TO MAS-UMS-SATZBILD.
         MOVE "PRUEFENDE" TO MAS-UMS-FUNKTION.
         CALL "umschlag" USING MAS-UMS-UMSCHLAG.
         IF MAS-UMS-STATUS NOT = "00"
             DISPLAY "ORGUMBAU: Umschlag-Endesatz weicht ab in "
                 "ADDRESS-MASTER.DAT (Status " MAS-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         IF ERSTER-DURCHGANG
             EXIT PARAGRAPH
         END-IF.
         MOVE "ENDE" TO NEU-UMS-FUNKTION.
         CALL "umschlag" USING NEU-UMS-UMSCHLAG.
         MOVE NEU-UMS-SATZBILD TO NEU-MASTER-SATZ.
         PERFORM E500-SCHREIBE-NEUMASTER.

      * Beide Dateien sind fehlerfrei geschrieben: zuerst den
      * Organisationsmaster in Kraft setzen, dann den alten
      * Adressmaster nach ADDRESS-MASTER.VORG sichern und ersetzen.
       Z000-ERSETZE-DATEIEN.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         MOVE "mv ORGMAST.UMB ORGMAST.DAT" TO WS-SYSTEMKOMMANDO.
         PERFORM Z100-FUEHRE-AUS.
         MOVE "ORGMAST.DAT angelegt" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "cp ADDRESS-MASTER.DAT ADDRESS-MASTER.VORG && "
             "mv ADDRESS-MASTER.UMB ADDRESS-MASTER.DAT"
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         PERFORM Z100-FUEHRE-AUS.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "ADDRESS-MASTER.DAT verknuepft, Original in "
             "ADDRESS-MASTER.VORG"
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       Z100-FUEHRE-AUS.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             DISPLAY "ORGUMBAU: " FUNCTION TRIM(WS-SYSTEMKOMMANDO)
                 " fehlgeschlagen (RC " WS-KOMMANDO-RC ")"
             STOP RUN RETURNING 1
         END-IF.

      * Die indizierte Fassung traegt noch keine ADR-ORG-NR; sie
      * wird aus dem verknuepften Master neu geladen.
       Z500-LADE-INDEX-NEU.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         MOVE "test -f ADDRESS-MASTER.IDX" TO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             EXIT PARAGRAPH
         END-IF.
         SET INDEX-VORHANDEN TO TRUE.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         MOVE "./adrladen ADDRESS-MASTER.DAT" TO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         MOVE SPACES TO WS-BERICHTZEILE.
         IF WS-KOMMANDO-RC = ZERO
             MOVE "ADDRESS-MASTER.IDX mit adrladen neu geladen"
                 TO WS-BERICHTZEILE
         ELSE
             STRING "ADDRESS-MASTER.IDX: Neuladen fehlgeschlagen, "
                 "adrladen von Hand wiederholen"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         END-IF.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Herkunftsprotokoll: der alte Master zum neuen
      * Organisationsmaster und zum verknuepften Master (beide
      * unter ihrem endgueltigen Namen).
       Z900-MELDE-HERKUNFT.
         MOVE "orgumbau" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-MASTER.DAT" TO HKF-DATEI.
         MOVE MAS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ORGMAST.DAT" TO HKF-DATEI.
         MOVE ORG-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "ADDRESS-MASTER.DAT" TO HKF-DATEI.
         MOVE NEU-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ORGUMBAU: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM orgumbau.

      * vim:ai sw=4 sts=4 expandtab
