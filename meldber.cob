      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Tagesuebersicht ueber das zentrale Fehlerprotokoll
      * FEHLERLOG.DAT (geschrieben vom Unterprogramm meldung):
      * bisher las es niemand, solange der Nachtlauf nicht
      * abbrach, und Warnungen wie BAT-005 standen dort wochenlang.
      * MELDBER.RPT zeigt in drei Teilen:
      *   - die Meldungen der letzten 24 Stunden je Meldungsnummer
      *     und Programm mit Schwere, Anzahl, erstem und letztem
      *     Auftreten und den Zusatztexten (bis zu fuenf
      *     verschiedene je Gruppe, der Rest wird gezaehlt),
      *     dazu die Anzahl je Schwere;
      *   - wiederkehrende Meldungen: solche, die an mindestens
      *     FOLGE=n (Standard 3) aufeinanderfolgenden Tagen bis
      *     heute aufgetreten sind, oder in den letzten 24 Stunden
      *     oefter als im Tagesdurchschnitt der 30 Tage davor
      *     (ein Tag ist hier immer ein 24-Stunden-Abschnitt
      *     rueckwaerts vom Berichtszeitpunkt);
      *   - Katalogpflege: Meldungen aus MELDUNGEN.KAT, die im
      *     Fehlerprotokoll nie vorkommen, und Meldungsnummern im
      *     Protokoll, die der Katalog nicht kennt. "Nie" heisst
      *     dabei: nicht in der lebenden Datei, die aufraeum auf
      *     die Aufbewahrungsfrist aus AUFBEWAHR.TAB kuerzt.
      * Aufruf: meldber [JJJJMMTT] [FOLGE=n]
      * Ohne Datum endet der Berichtszeitraum jetzt, mit Datum am
      * Ende dieses Tages (fuer einen nachgeholten Bericht). Ein
      * fehlendes Fehlerprotokoll ergibt einen leeren Bericht.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. meldber.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTOKOLL-DATEI
           ASSIGN TO "FEHLERLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PROTOKOLL-STATUS.

           SELECT KATALOG-DATEI
           ASSIGN TO "MELDUNGEN.KAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS KATALOG-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "MELDBER.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROTOKOLL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PROTOKOLL-SATZ           PIC X(160).

       FD KATALOG-DATEI
          LABEL RECORDS ARE OMITTED.
           01 KATALOG-SATZ             PIC X(120).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-KOMMANDOZEILE            PIC X(80).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(20) OCCURS 2 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.
       01 WS-FOLGE                    PIC 9(02)   VALUE 3.

      * Berichtszeitpunkt; Zeitpunkte werden fuer die 24-Stunden-
      * Abschnitte in Sekunden seit Kalenderbeginn umgerechnet.
       01 WS-ENDE-ZEITPUNKT.
          05 WS-ENDE-DATUM            PIC 9(08).
          05 WS-ENDE-UHRZEIT          PIC 9(06).
       01 WS-BEGINN-ZEITPUNKT         PIC X(14).
       01 WS-ENDE-SEKUNDEN            PIC 9(12)   COMP.
       01 WS-SATZ-SEKUNDEN            PIC 9(12)   COMP.
       01 WS-ABSTAND                  PIC S9(12)  COMP.
       01 WS-UMRECHNUNG.
          05 WS-UMR-DATUM             PIC 9(08).
          05 WS-UMR-STUNDE            PIC 9(02).
          05 WS-UMR-MINUTE            PIC 9(02).
          05 WS-UMR-SEKUNDE           PIC 9(02).
       01 WS-UMR-ERGEBNIS             PIC 9(12)   COMP.
       01 WS-TAGESZAHL                PIC 9(07)   COMP.
      * Abschnitt 0 = letzte 24 Stunden, 1 bis 30 = die Tage davor.
       01 WS-ABSCHNITT                PIC 9(05)   COMP.

       01 WS-PROTOKOLL-ENDE-SCHALTER  PIC X(01)   VALUE "N".
          88 ENDE-DES-PROTOKOLLS                  VALUE "J".
       01 WS-KATALOG-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-KATALOGS                    VALUE "J".
       01 WS-PROTOKOLL-FEHLT          PIC X(01)   VALUE "N".
       01 WS-KATALOG-FEHLT            PIC X(01)   VALUE "N".
       01 WS-GEFUNDEN-SCHALTER        PIC X(01).

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Protokollzeile weniger Felder hat.
       01 WS-FELD-ZEITPUNKT           PIC X(14)   VALUE SPACES.
       01 WS-FELD-PROGRAMM            PIC X(08)   VALUE SPACES.
       01 WS-FELD-NUMMER              PIC X(08)   VALUE SPACES.
       01 WS-FELD-SCHWERE             PIC X(01)   VALUE SPACES.
       01 WS-FELD-TEXT                PIC X(70)   VALUE SPACES.
       01 WS-FELD-ZUSATZ              PIC X(40)   VALUE SPACES.
       01 WS-ZEIGER                   PIC 9(03)   COMP.

      * Meldungskatalog wie in meldung.
       01 WS-KATALOG-TABELLE.
          05 WS-KATALOG-EINTRAG       OCCURS 200 TIMES.
             10 KAT-NUMMER            PIC X(08).
             10 KAT-SCHWERE           PIC X(01).
             10 KAT-TEXT              PIC X(70).
       01 WS-KATALOG-ANZAHL           PIC 9(03)   COMP VALUE ZERO.
       01 WS-KATALOG-MAXIMUM          PIC 9(03)   COMP VALUE 200.
       01 WS-KATALOG-INDEX            PIC 9(03)   COMP VALUE ZERO.

      * Gruppen der letzten 24 Stunden, sortiert nach Nummer und
      * Programm (beim Einstellen einsortiert).
       01 WS-GRUPPEN-TABELLE.
          05 WS-GRUPPEN-EINTRAG       OCCURS 200 TIMES.
             10 GRP-SCHLUESSEL.
                15 GRP-NUMMER         PIC X(08).
                15 GRP-PROGRAMM       PIC X(08).
             10 GRP-SCHWERE           PIC X(01).
             10 GRP-TEXT              PIC X(70).
             10 GRP-ANZAHL            PIC 9(07).
             10 GRP-ERSTE             PIC X(14).
             10 GRP-LETZTE            PIC X(14).
             10 GRP-ZUSATZ-ANZAHL     PIC 9(02).
             10 GRP-ZUSATZ            PIC X(40) OCCURS 5 TIMES.
             10 GRP-ZUSATZ-WEITERE    PIC 9(07).
       01 WS-GRUPPEN-ANZAHL           PIC 9(03)   COMP VALUE ZERO.
       01 WS-GRUPPEN-MAXIMUM          PIC 9(03)   COMP VALUE 200.
       01 WS-GRUPPEN-INDEX            PIC 9(03)   COMP VALUE ZERO.
       01 WS-GRUPPEN-TREFFER          PIC 9(03)   COMP VALUE ZERO.
       01 WS-ZUSATZ-INDEX             PIC 9(02)   COMP VALUE ZERO.
       01 WS-NEUER-SCHLUESSEL.
          05 WS-NEU-NUMMER            PIC X(08).
          05 WS-NEU-PROGRAMM          PIC X(08).

      * Je Meldungsnummer ueber das ganze Protokoll: Gesamtzahl,
      * letztes Auftreten und die Anzahl je Tagesabschnitt.
       01 WS-NUMMERN-TABELLE.
          05 WS-NUMMERN-EINTRAG       OCCURS 300 TIMES.
             10 NUM-NUMMER            PIC X(08).
             10 NUM-SCHWERE           PIC X(01).
             10 NUM-GESAMT            PIC 9(07).
             10 NUM-LETZTE            PIC X(14).
             10 NUM-PROGRAMM          PIC X(08).
             10 NUM-TAG               PIC 9(05) OCCURS 31 TIMES.
       01 WS-NUMMERN-ANZAHL           PIC 9(03)   COMP VALUE ZERO.
       01 WS-NUMMERN-MAXIMUM          PIC 9(03)   COMP VALUE 300.
       01 WS-NUMMERN-INDEX            PIC 9(03)   COMP VALUE ZERO.
       01 WS-NUMMERN-TREFFER          PIC 9(03)   COMP VALUE ZERO.
       01 WS-TAG-INDEX                PIC 9(02)   COMP VALUE ZERO.

       01 WS-EINFUEGE-POSITION        PIC 9(03)   COMP VALUE ZERO.
       01 WS-SCHIEBE-INDEX            PIC 9(03)   COMP VALUE ZERO.

       01 WS-ZAEHLER-F                PIC 9(07)   VALUE ZERO.
       01 WS-ZAEHLER-E                PIC 9(07)   VALUE ZERO.
       01 WS-ZAEHLER-W                PIC 9(07)   VALUE ZERO.
       01 WS-ZAEHLER-I                PIC 9(07)   VALUE ZERO.
       01 WS-GELESEN-ZAEHLER          PIC 9(09)   VALUE ZERO.
       01 WS-HEUTE-ZAEHLER            PIC 9(09)   VALUE ZERO.
       01 WS-POSTEN-ZAEHLER           PIC 9(05)   VALUE ZERO.
       01 WS-FOLGETAGE                PIC 9(02)   VALUE ZERO.
       01 WS-FOLGE-OFFEN              PIC X(01).
       01 WS-VORTAGE-SUMME            PIC 9(07)   VALUE ZERO.
       01 WS-SCHNITT                  PIC 9(05)V99 VALUE ZERO.
       01 WS-MARKE                    PIC X(40).

       01 WS-BERICHTZEILE             PIC X(132).

       01 WS-TITELZEILE.
          05 FILLER                   PIC X(28)   VALUE
             "MELDBER TAGESUEBERSICHT VOM ".
          05 WS-TIT-BEGINN            PIC X(14).
          05 FILLER                   PIC X(05)   VALUE " BIS ".
          05 WS-TIT-ENDE              PIC X(14).

       01 WS-GRUPPENZEILE.
          05 WS-GRZ-NUMMER            PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-GRZ-PROGRAMM          PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-GRZ-SCHWERE           PIC X(01).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-GRZ-ANZAHL            PIC ZZZZZZ9.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-GRZ-ERSTE             PIC X(14).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-GRZ-LETZTE            PIC X(14).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-GRZ-TEXT              PIC X(70).

       01 WS-ZUSATZZEILE.
          05 FILLER                   PIC X(17)   VALUE
             "         ZUSATZ:".
          05 WS-ZSZ-TEXT              PIC X(40).

       01 WS-FOLGEZEILE.
          05 WS-FGZ-NUMMER            PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-FGZ-SCHWERE           PIC X(01).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-FGZ-HEUTE             PIC ZZZZZZ9.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-FGZ-FOLGETAGE         PIC ZZZZZ9.
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-FGZ-SCHNITT           PIC ZZZZ9.99.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-FGZ-MARKE             PIC X(40).

       01 WS-KATALOGZEILE.
          05 WS-KTZ-NUMMER            PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-KTZ-SCHWERE           PIC X(01).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-KTZ-TEXT              PIC X(70).

       01 WS-FREMDZEILE.
          05 WS-FRZ-NUMMER            PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-FRZ-GESAMT            PIC ZZZZZZ9.
          05 FILLER                   PIC X(09)   VALUE " ZULETZT ".
          05 WS-FRZ-LETZTE            PIC X(14).
          05 FILLER                   PIC X(05)   VALUE " VON ".
          05 WS-FRZ-PROGRAMM          PIC X(08).

       01 WS-SUMMENZEILE.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZZZZZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==PROTOKOLL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==PROTOKOLL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==PROTOKOLL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==PROTOKOLL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PROTOKOLL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==KATALOG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==KATALOG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==KATALOG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==KATALOG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==KATALOG-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BERICHT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==BERICHT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BERICHT-STATUS==.

       COPY "laufstat.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.

      *
       PROCEDURE DIVISION.
       A000-BERICHTE-MELDUNGEN.
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2)
         END-UNSTRING.
         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ENDE-ZEITPUNKT.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 2.
         MOVE WS-ENDE-ZEITPUNKT TO WS-UMRECHNUNG.
         PERFORM U000-RECHNE-SEKUNDEN.
         MOVE WS-UMR-ERGEBNIS TO WS-ENDE-SEKUNDEN.
         COMPUTE WS-TAGESZAHL =
             FUNCTION INTEGER-OF-DATE(WS-ENDE-DATUM) - 1.
         MOVE FUNCTION DATE-OF-INTEGER(WS-TAGESZAHL)
             TO WS-UMR-DATUM.
         MOVE WS-UMR-DATUM TO WS-BEGINN-ZEITPUNKT(1:8).
         MOVE WS-ENDE-UHRZEIT TO WS-BEGINN-ZEITPUNKT(9:6).

         PERFORM B000-LADE-KATALOG.
         PERFORM C000-LIES-PROTOKOLL.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open MELDBER.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE WS-BEGINN-ZEITPUNKT TO WS-TIT-BEGINN.
         MOVE WS-ENDE-ZEITPUNKT TO WS-TIT-ENDE.
         MOVE WS-TITELZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF WS-PROTOKOLL-FEHLT = "J"
             MOVE "FEHLERPROTOKOLL FEHLERLOG.DAT FEHLT"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         IF WS-KATALOG-FEHLT = "J"
             MOVE "MELDUNGSKATALOG MELDUNGEN.KAT FEHLT"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

         PERFORM D000-BERICHTE-TAG.
         PERFORM E000-BERICHTE-WIEDERKEHR.
         PERFORM F000-BERICHTE-KATALOGPFLEGE.

         CLOSE BERICHT-DATEI.

         MOVE "meldber" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-HEUTE-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE ZERO TO STAT-ABGEWIESEN.
         MOVE 0 TO STAT-RC.
         CALL "statistik" USING STAT-BLOCK.
         STOP RUN.

       A100-WERTE-PARAMETER-AUS.
         EVALUATE TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = SPACES
                 CONTINUE
             WHEN WS-WORT(WS-WORT-INDEX)(1:6) = "FOLGE="
                 IF FUNCTION TRIM(WS-WORT(WS-WORT-INDEX)(7:2))
                         IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-WORT(WS-WORT-INDEX)(7:2))
                         TO WS-FOLGE
                 ELSE
                     DISPLAY "MELDBER: FOLGE= ist nicht numerisch"
                     STOP RUN RETURNING 1
                 END-IF
                 IF WS-FOLGE < 2
                     MOVE 2 TO WS-FOLGE
                 END-IF
             WHEN FUNCTION TRIM(WS-WORT(WS-WORT-INDEX)) IS NUMERIC
                 AND WS-WORT(WS-WORT-INDEX)(9:1) = SPACE
                 AND WS-WORT(WS-WORT-INDEX)(8:1) NOT = SPACE
                 MOVE WS-WORT(WS-WORT-INDEX)(1:8) TO WS-ENDE-DATUM
                 COMPUTE WS-TAGESZAHL =
                     FUNCTION INTEGER-OF-DATE(WS-ENDE-DATUM) + 1
                 MOVE FUNCTION DATE-OF-INTEGER(WS-TAGESZAHL)
                     TO WS-ENDE-DATUM
                 MOVE ZERO TO WS-ENDE-UHRZEIT
             WHEN OTHER
                 DISPLAY "MELDBER: Parameter "
                     FUNCTION TRIM(WS-WORT(WS-WORT-INDEX))
                     " ist weder JJJJMMTT noch FOLGE=n"
                 STOP RUN RETURNING 1
         END-EVALUATE.

       B000-LADE-KATALOG.
         OPEN INPUT KATALOG-DATEI.
         IF NOT KATALOG-STATUS-OK
             MOVE "J" TO WS-KATALOG-FEHLT
             DISPLAY "MELDBER: Katalog MELDUNGEN.KAT fehlt, Status "
                 KATALOG-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM B100-LIES-KATALOGZEILE.
         PERFORM B200-UEBERNIMM-KATALOGZEILE
             UNTIL ENDE-DES-KATALOGS.
         CLOSE KATALOG-DATEI.

       B100-LIES-KATALOGZEILE.
         READ KATALOG-DATEI
             AT END SET ENDE-DES-KATALOGS TO TRUE
         END-READ.
         IF NOT KATALOG-STATUS-OK AND NOT KATALOG-STATUS-ENDE
             DISPLAY "MELDBER: Fehler beim Lesen von MELDUNGEN.KAT"
                 ", Status " KATALOG-STATUS
             SET ENDE-DES-KATALOGS TO TRUE
         END-IF.

       B200-UEBERNIMM-KATALOGZEILE.
         IF KATALOG-SATZ = SPACES
             OR KATALOG-SATZ(1:1) = "*"
             CONTINUE
         ELSE
             IF WS-KATALOG-ANZAHL < WS-KATALOG-MAXIMUM
                 MOVE SPACES TO WS-FELD-NUMMER WS-FELD-SCHWERE
                     WS-FELD-TEXT
                 UNSTRING KATALOG-SATZ DELIMITED BY ";"
                     INTO WS-FELD-NUMMER WS-FELD-SCHWERE
                          WS-FELD-TEXT
                 END-UNSTRING
                 ADD 1 TO WS-KATALOG-ANZAHL
                 MOVE WS-FELD-NUMMER
                     TO KAT-NUMMER(WS-KATALOG-ANZAHL)
                 MOVE WS-FELD-SCHWERE
                     TO KAT-SCHWERE(WS-KATALOG-ANZAHL)
                 MOVE WS-FELD-TEXT
                     TO KAT-TEXT(WS-KATALOG-ANZAHL)
             END-IF
         END-IF.
         PERFORM B100-LIES-KATALOGZEILE.

      * Protokollzeile: ZEITPUNKT;PROGRAMM;NUMMER;SCHWERE;TEXT;
      * ZUSATZ (siehe meldung); der Zusatz ist der Rest der Zeile.
       C000-LIES-PROTOKOLL.
         OPEN INPUT PROTOKOLL-DATEI.
         IF PROTOKOLL-STATUS = "35"
             MOVE "J" TO WS-PROTOKOLL-FEHLT
             EXIT PARAGRAPH
         END-IF.
         IF NOT PROTOKOLL-STATUS-OK
             DISPLAY "Sorry, unable to open FEHLERLOG.DAT, status "
                 PROTOKOLL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM C100-LIES-PROTOKOLLZEILE.
         PERFORM C200-UEBERNIMM-PROTOKOLLZEILE
             UNTIL ENDE-DES-PROTOKOLLS.
         CLOSE PROTOKOLL-DATEI.

       C100-LIES-PROTOKOLLZEILE.
         READ PROTOKOLL-DATEI
             AT END SET ENDE-DES-PROTOKOLLS TO TRUE
         END-READ.
         IF NOT PROTOKOLL-STATUS-OK AND NOT PROTOKOLL-STATUS-ENDE
             DISPLAY "Sorry, error reading FEHLERLOG.DAT, status "
                 PROTOKOLL-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Umschlagsaetze eines Archivs und Zeilen ohne gueltigen
      * Zeitstempel werden ueberlesen.
       C200-UEBERNIMM-PROTOKOLLZEILE.
         IF PROTOKOLL-SATZ = SPACES
             OR PROTOKOLL-SATZ(1:14) IS NOT NUMERIC
             PERFORM C100-LIES-PROTOKOLLZEILE
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-GELESEN-ZAEHLER.
         MOVE SPACES TO WS-FELD-ZEITPUNKT WS-FELD-PROGRAMM
             WS-FELD-NUMMER WS-FELD-SCHWERE WS-FELD-TEXT
             WS-FELD-ZUSATZ.
         MOVE 1 TO WS-ZEIGER.
         UNSTRING PROTOKOLL-SATZ DELIMITED BY ";"
             INTO WS-FELD-ZEITPUNKT WS-FELD-PROGRAMM
                  WS-FELD-NUMMER WS-FELD-SCHWERE WS-FELD-TEXT
             WITH POINTER WS-ZEIGER
         END-UNSTRING.
         IF WS-ZEIGER NOT > 160
             MOVE PROTOKOLL-SATZ(WS-ZEIGER:) TO WS-FELD-ZUSATZ
         END-IF.

         MOVE WS-FELD-ZEITPUNKT TO WS-UMRECHNUNG.
         PERFORM U000-RECHNE-SEKUNDEN.
         MOVE WS-UMR-ERGEBNIS TO WS-SATZ-SEKUNDEN.
         COMPUTE WS-ABSTAND = WS-ENDE-SEKUNDEN - WS-SATZ-SEKUNDEN.
         IF WS-ABSTAND < ZERO
             MOVE 99999 TO WS-ABSCHNITT
         ELSE
             COMPUTE WS-ABSCHNITT = WS-ABSTAND / 86400
                 ON SIZE ERROR MOVE 99999 TO WS-ABSCHNITT
             END-COMPUTE
         END-IF.

         PERFORM C300-ZAEHLE-NUMMER.
         IF WS-ABSCHNITT = ZERO
             ADD 1 TO WS-HEUTE-ZAEHLER
             PERFORM C400-ZAEHLE-GRUPPE
             EVALUATE WS-FELD-SCHWERE
                 WHEN "F" ADD 1 TO WS-ZAEHLER-F
                 WHEN "E" ADD 1 TO WS-ZAEHLER-E
                 WHEN "W" ADD 1 TO WS-ZAEHLER-W
                 WHEN "I" ADD 1 TO WS-ZAEHLER-I
             END-EVALUATE
         END-IF.
         PERFORM C100-LIES-PROTOKOLLZEILE.

       C300-ZAEHLE-NUMMER.
         MOVE ZERO TO WS-NUMMERN-TREFFER.
         MOVE ZERO TO WS-EINFUEGE-POSITION.
         PERFORM C310-SUCHE-NUMMER
             VARYING WS-NUMMERN-INDEX FROM 1 BY 1
             UNTIL WS-NUMMERN-INDEX > WS-NUMMERN-ANZAHL
                OR WS-NUMMERN-TREFFER > ZERO.
         IF WS-NUMMERN-TREFFER = ZERO
             IF WS-NUMMERN-ANZAHL NOT < WS-NUMMERN-MAXIMUM
                 EXIT PARAGRAPH
             END-IF
             IF WS-EINFUEGE-POSITION = ZERO
                 COMPUTE WS-EINFUEGE-POSITION =
                     WS-NUMMERN-ANZAHL + 1
             END-IF
             PERFORM C320-SCHIEBE-NUMMER
                 VARYING WS-SCHIEBE-INDEX FROM WS-NUMMERN-ANZAHL
                 BY -1
                 UNTIL WS-SCHIEBE-INDEX < WS-EINFUEGE-POSITION
             ADD 1 TO WS-NUMMERN-ANZAHL
             MOVE WS-EINFUEGE-POSITION TO WS-NUMMERN-TREFFER
             INITIALIZE WS-NUMMERN-EINTRAG(WS-NUMMERN-TREFFER)
             MOVE WS-FELD-NUMMER TO NUM-NUMMER(WS-NUMMERN-TREFFER)
         END-IF.
         ADD 1 TO NUM-GESAMT(WS-NUMMERN-TREFFER).
         MOVE WS-FELD-SCHWERE TO NUM-SCHWERE(WS-NUMMERN-TREFFER).
         IF WS-FELD-ZEITPUNKT > NUM-LETZTE(WS-NUMMERN-TREFFER)
             MOVE WS-FELD-ZEITPUNKT
                 TO NUM-LETZTE(WS-NUMMERN-TREFFER)
             MOVE WS-FELD-PROGRAMM
                 TO NUM-PROGRAMM(WS-NUMMERN-TREFFER)
         END-IF.
         IF WS-ABSCHNITT < 31
             ADD 1 TO NUM-TAG(WS-NUMMERN-TREFFER, WS-ABSCHNITT + 1)
         END-IF.

       C310-SUCHE-NUMMER.
         IF NUM-NUMMER(WS-NUMMERN-INDEX) = WS-FELD-NUMMER
             MOVE WS-NUMMERN-INDEX TO WS-NUMMERN-TREFFER
         ELSE
             IF NUM-NUMMER(WS-NUMMERN-INDEX) > WS-FELD-NUMMER
                 AND WS-EINFUEGE-POSITION = ZERO
                 MOVE WS-NUMMERN-INDEX TO WS-EINFUEGE-POSITION
             END-IF
         END-IF.

       C320-SCHIEBE-NUMMER.
         MOVE WS-NUMMERN-EINTRAG(WS-SCHIEBE-INDEX)
             TO WS-NUMMERN-EINTRAG(WS-SCHIEBE-INDEX + 1).

       C400-ZAEHLE-GRUPPE.
         MOVE WS-FELD-NUMMER TO WS-NEU-NUMMER.
         MOVE WS-FELD-PROGRAMM TO WS-NEU-PROGRAMM.
         MOVE ZERO TO WS-GRUPPEN-TREFFER.
         MOVE ZERO TO WS-EINFUEGE-POSITION.
         PERFORM C410-SUCHE-GRUPPE
             VARYING WS-GRUPPEN-INDEX FROM 1 BY 1
             UNTIL WS-GRUPPEN-INDEX > WS-GRUPPEN-ANZAHL
                OR WS-GRUPPEN-TREFFER > ZERO.
         IF WS-GRUPPEN-TREFFER = ZERO
             IF WS-GRUPPEN-ANZAHL NOT < WS-GRUPPEN-MAXIMUM
                 DISPLAY "MELDBER: mehr als " WS-GRUPPEN-MAXIMUM
                     " Gruppen, " FUNCTION TRIM(WS-FELD-NUMMER)
                     " von " FUNCTION TRIM(WS-FELD-PROGRAMM)
                     " wird nicht einzeln gezeigt"
                 EXIT PARAGRAPH
             END-IF
             IF WS-EINFUEGE-POSITION = ZERO
                 COMPUTE WS-EINFUEGE-POSITION =
                     WS-GRUPPEN-ANZAHL + 1
             END-IF
             PERFORM C420-SCHIEBE-GRUPPE
                 VARYING WS-SCHIEBE-INDEX FROM WS-GRUPPEN-ANZAHL
                 BY -1
                 UNTIL WS-SCHIEBE-INDEX < WS-EINFUEGE-POSITION
             ADD 1 TO WS-GRUPPEN-ANZAHL
             MOVE WS-EINFUEGE-POSITION TO WS-GRUPPEN-TREFFER
             INITIALIZE WS-GRUPPEN-EINTRAG(WS-GRUPPEN-TREFFER)
             MOVE WS-NEUER-SCHLUESSEL
                 TO GRP-SCHLUESSEL(WS-GRUPPEN-TREFFER)
             MOVE WS-FELD-ZEITPUNKT TO GRP-ERSTE(WS-GRUPPEN-TREFFER)
         END-IF.
         ADD 1 TO GRP-ANZAHL(WS-GRUPPEN-TREFFER).
         MOVE WS-FELD-SCHWERE TO GRP-SCHWERE(WS-GRUPPEN-TREFFER).
         MOVE WS-FELD-TEXT TO GRP-TEXT(WS-GRUPPEN-TREFFER).
         IF WS-FELD-ZEITPUNKT < GRP-ERSTE(WS-GRUPPEN-TREFFER)
             MOVE WS-FELD-ZEITPUNKT TO GRP-ERSTE(WS-GRUPPEN-TREFFER)
         END-IF.
         IF WS-FELD-ZEITPUNKT > GRP-LETZTE(WS-GRUPPEN-TREFFER)
             MOVE WS-FELD-ZEITPUNKT
                 TO GRP-LETZTE(WS-GRUPPEN-TREFFER)
         END-IF.
         IF WS-FELD-ZUSATZ NOT = SPACES
             PERFORM C430-MERKE-ZUSATZ
         END-IF.

       C410-SUCHE-GRUPPE.
         IF GRP-SCHLUESSEL(WS-GRUPPEN-INDEX) = WS-NEUER-SCHLUESSEL
             MOVE WS-GRUPPEN-INDEX TO WS-GRUPPEN-TREFFER
         ELSE
             IF GRP-SCHLUESSEL(WS-GRUPPEN-INDEX)
                     > WS-NEUER-SCHLUESSEL
                 AND WS-EINFUEGE-POSITION = ZERO
                 MOVE WS-GRUPPEN-INDEX TO WS-EINFUEGE-POSITION
             END-IF
         END-IF.

       C420-SCHIEBE-GRUPPE.
         MOVE WS-GRUPPEN-EINTRAG(WS-SCHIEBE-INDEX)
             TO WS-GRUPPEN-EINTRAG(WS-SCHIEBE-INDEX + 1).

      * Verschiedene Zusatztexte je Gruppe; ab dem sechsten wird
      * nur noch gezaehlt.
       C430-MERKE-ZUSATZ.
         MOVE "N" TO WS-GEFUNDEN-SCHALTER.
         PERFORM C440-SUCHE-ZUSATZ
             VARYING WS-ZUSATZ-INDEX FROM 1 BY 1
             UNTIL WS-ZUSATZ-INDEX
                 > GRP-ZUSATZ-ANZAHL(WS-GRUPPEN-TREFFER).
         IF WS-GEFUNDEN-SCHALTER = "J"
             EXIT PARAGRAPH
         END-IF.
         IF GRP-ZUSATZ-ANZAHL(WS-GRUPPEN-TREFFER) < 5
             ADD 1 TO GRP-ZUSATZ-ANZAHL(WS-GRUPPEN-TREFFER)
             MOVE WS-FELD-ZUSATZ TO GRP-ZUSATZ(WS-GRUPPEN-TREFFER,
                 GRP-ZUSATZ-ANZAHL(WS-GRUPPEN-TREFFER))
         ELSE
             ADD 1 TO GRP-ZUSATZ-WEITERE(WS-GRUPPEN-TREFFER)
         END-IF.

       C440-SUCHE-ZUSATZ.
         IF GRP-ZUSATZ(WS-GRUPPEN-TREFFER, WS-ZUSATZ-INDEX)
                 = WS-FELD-ZUSATZ
             MOVE "J" TO WS-GEFUNDEN-SCHALTER
         END-IF.

      * Teil 1: die letzten 24 Stunden je Nummer und Programm.
       D000-BERICHTE-TAG.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "MELDUNGEN DER LETZTEN 24 STUNDEN" TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "NUMMER   PROGRAMM S  ANZAHL ERSTE          LETZTE"
             TO WS-BERICHTZEILE.
         MOVE "TEXT" TO WS-BERICHTZEILE(59:4).
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF WS-GRUPPEN-ANZAHL = ZERO
             MOVE "  keine Meldungen" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         PERFORM D100-BERICHTE-GRUPPE
             VARYING WS-GRUPPEN-INDEX FROM 1 BY 1
             UNTIL WS-GRUPPEN-INDEX > WS-GRUPPEN-ANZAHL.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "MELDUNGEN GESAMT      : " TO WS-SUM-TEXT.
         MOVE WS-HEUTE-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON F (FATAL)       : " TO WS-SUM-TEXT.
         MOVE WS-ZAEHLER-F TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON E (FEHLER)      : " TO WS-SUM-TEXT.
         MOVE WS-ZAEHLER-E TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON W (WARNUNG)     : " TO WS-SUM-TEXT.
         MOVE WS-ZAEHLER-W TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON I (HINWEIS)     : " TO WS-SUM-TEXT.
         MOVE WS-ZAEHLER-I TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       D100-BERICHTE-GRUPPE.
         MOVE GRP-NUMMER(WS-GRUPPEN-INDEX) TO WS-GRZ-NUMMER.
         MOVE GRP-PROGRAMM(WS-GRUPPEN-INDEX) TO WS-GRZ-PROGRAMM.
         MOVE GRP-SCHWERE(WS-GRUPPEN-INDEX) TO WS-GRZ-SCHWERE.
         MOVE GRP-ANZAHL(WS-GRUPPEN-INDEX) TO WS-GRZ-ANZAHL.
         MOVE GRP-ERSTE(WS-GRUPPEN-INDEX) TO WS-GRZ-ERSTE.
         MOVE GRP-LETZTE(WS-GRUPPEN-INDEX) TO WS-GRZ-LETZTE.
         MOVE GRP-TEXT(WS-GRUPPEN-INDEX) TO WS-GRZ-TEXT.
         MOVE WS-GRUPPENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM D110-BERICHTE-ZUSATZ
             VARYING WS-ZUSATZ-INDEX FROM 1 BY 1
             UNTIL WS-ZUSATZ-INDEX
                 > GRP-ZUSATZ-ANZAHL(WS-GRUPPEN-INDEX).
         IF GRP-ZUSATZ-WEITERE(WS-GRUPPEN-INDEX) > ZERO
             MOVE GRP-ZUSATZ-WEITERE(WS-GRUPPEN-INDEX)
                 TO WS-POSTEN-ZAEHLER
             MOVE SPACES TO WS-ZSZ-TEXT
             STRING "... und " WS-POSTEN-ZAEHLER " weitere"
                 DELIMITED BY SIZE INTO WS-ZSZ-TEXT
             MOVE WS-ZUSATZZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       D110-BERICHTE-ZUSATZ.
         MOVE GRP-ZUSATZ(WS-GRUPPEN-INDEX, WS-ZUSATZ-INDEX)
             TO WS-ZSZ-TEXT.
         MOVE WS-ZUSATZZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Teil 2: wiederkehrende Meldungen. Folgetage zaehlen vom
      * heutigen Abschnitt rueckwaerts, solange jeder Tag eine
      * Meldung hat; der Schnitt ist die Tagesmenge der 30 Tage
      * vor dem heutigen Abschnitt.
       E000-BERICHTE-WIEDERKEHR.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "WIEDERKEHRENDE MELDUNGEN (AB " WS-FOLGE
             " FOLGETAGEN ODER UEBER DEM 30-TAGE-SCHNITT)"
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "NUMMER   S   HEUTE  TAGE  SCHNITT   MARKE"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ZERO TO WS-POSTEN-ZAEHLER.
         PERFORM E100-PRUEFE-NUMMER
             VARYING WS-NUMMERN-INDEX FROM 1 BY 1
             UNTIL WS-NUMMERN-INDEX > WS-NUMMERN-ANZAHL.
         IF WS-POSTEN-ZAEHLER = ZERO
             MOVE "  keine" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       E100-PRUEFE-NUMMER.
         IF NUM-TAG(WS-NUMMERN-INDEX, 1) = ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-FOLGETAGE WS-VORTAGE-SUMME.
         MOVE "J" TO WS-FOLGE-OFFEN.
         PERFORM E110-ZAEHLE-TAG
             VARYING WS-TAG-INDEX FROM 1 BY 1
             UNTIL WS-TAG-INDEX > 31.
         COMPUTE WS-SCHNITT ROUNDED = WS-VORTAGE-SUMME / 30.
         MOVE SPACES TO WS-MARKE.
         IF WS-FOLGETAGE NOT < WS-FOLGE
             MOVE "FOLGETAGE" TO WS-MARKE
         END-IF.
         IF NUM-TAG(WS-NUMMERN-INDEX, 1) > WS-SCHNITT
             IF WS-VORTAGE-SUMME = ZERO
                 MOVE "ERSTMALS IN 30 TAGEN" TO WS-MARKE(11:)
             ELSE
                 MOVE "UEBER SCHNITT" TO WS-MARKE(11:)
             END-IF
         END-IF.
         IF WS-MARKE = SPACES
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-POSTEN-ZAEHLER.
         MOVE NUM-NUMMER(WS-NUMMERN-INDEX) TO WS-FGZ-NUMMER.
         MOVE NUM-SCHWERE(WS-NUMMERN-INDEX) TO WS-FGZ-SCHWERE.
         MOVE NUM-TAG(WS-NUMMERN-INDEX, 1) TO WS-FGZ-HEUTE.
         MOVE WS-FOLGETAGE TO WS-FGZ-FOLGETAGE.
         MOVE WS-SCHNITT TO WS-FGZ-SCHNITT.
         MOVE WS-MARKE TO WS-FGZ-MARKE.
         MOVE WS-FOLGEZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       E110-ZAEHLE-TAG.
         IF NUM-TAG(WS-NUMMERN-INDEX, WS-TAG-INDEX) = ZERO
             MOVE "N" TO WS-FOLGE-OFFEN
         END-IF.
         IF WS-FOLGE-OFFEN = "J"
             ADD 1 TO WS-FOLGETAGE
         END-IF.
         IF WS-TAG-INDEX > 1
             ADD NUM-TAG(WS-NUMMERN-INDEX, WS-TAG-INDEX)
                 TO WS-VORTAGE-SUMME
         END-IF.

      * Teil 3: Katalogpflege in beide Richtungen.
       F000-BERICHTE-KATALOGPFLEGE.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "KATALOGPFLEGE: IM KATALOG, ABER NIE AUFGETRETEN"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ZERO TO WS-POSTEN-ZAEHLER.
         PERFORM F100-PRUEFE-KATALOGEINTRAG
             VARYING WS-KATALOG-INDEX FROM 1 BY 1
             UNTIL WS-KATALOG-INDEX > WS-KATALOG-ANZAHL.
         IF WS-POSTEN-ZAEHLER = ZERO
             MOVE "  keine" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "KATALOGPFLEGE: AUFGETRETEN, ABER NICHT IM KATALOG"
             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ZERO TO WS-POSTEN-ZAEHLER.
         PERFORM F200-PRUEFE-NUMMER
             VARYING WS-NUMMERN-INDEX FROM 1 BY 1
             UNTIL WS-NUMMERN-INDEX > WS-NUMMERN-ANZAHL.
         IF WS-POSTEN-ZAEHLER = ZERO
             MOVE "  keine" TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       F100-PRUEFE-KATALOGEINTRAG.
         MOVE "N" TO WS-GEFUNDEN-SCHALTER.
         PERFORM F110-SUCHE-IM-PROTOKOLL
             VARYING WS-NUMMERN-INDEX FROM 1 BY 1
             UNTIL WS-NUMMERN-INDEX > WS-NUMMERN-ANZAHL.
         IF WS-GEFUNDEN-SCHALTER = "N"
             ADD 1 TO WS-POSTEN-ZAEHLER
             MOVE KAT-NUMMER(WS-KATALOG-INDEX) TO WS-KTZ-NUMMER
             MOVE KAT-SCHWERE(WS-KATALOG-INDEX) TO WS-KTZ-SCHWERE
             MOVE KAT-TEXT(WS-KATALOG-INDEX) TO WS-KTZ-TEXT
             MOVE WS-KATALOGZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       F110-SUCHE-IM-PROTOKOLL.
         IF NUM-NUMMER(WS-NUMMERN-INDEX)
                 = KAT-NUMMER(WS-KATALOG-INDEX)
             MOVE "J" TO WS-GEFUNDEN-SCHALTER
         END-IF.

       F200-PRUEFE-NUMMER.
         MOVE "N" TO WS-GEFUNDEN-SCHALTER.
         PERFORM F210-SUCHE-IM-KATALOG
             VARYING WS-KATALOG-INDEX FROM 1 BY 1
             UNTIL WS-KATALOG-INDEX > WS-KATALOG-ANZAHL.
         IF WS-GEFUNDEN-SCHALTER = "N"
             ADD 1 TO WS-POSTEN-ZAEHLER
             MOVE NUM-NUMMER(WS-NUMMERN-INDEX) TO WS-FRZ-NUMMER
             MOVE NUM-GESAMT(WS-NUMMERN-INDEX) TO WS-FRZ-GESAMT
             MOVE NUM-LETZTE(WS-NUMMERN-INDEX) TO WS-FRZ-LETZTE
             MOVE NUM-PROGRAMM(WS-NUMMERN-INDEX) TO WS-FRZ-PROGRAMM
             MOVE WS-FREMDZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       F210-SUCHE-IM-KATALOG.
         IF KAT-NUMMER(WS-KATALOG-INDEX)
                 = NUM-NUMMER(WS-NUMMERN-INDEX)
             MOVE "J" TO WS-GEFUNDEN-SCHALTER
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing MELDBER.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.

      * Zeitpunkt JJJJMMTTHHMMSS in WS-UMRECHNUNG nach Sekunden.
       U000-RECHNE-SEKUNDEN.
         IF WS-UMRECHNUNG IS NOT NUMERIC
             OR WS-UMR-DATUM < 16010101
             MOVE ZERO TO WS-UMR-ERGEBNIS
             EXIT PARAGRAPH
         END-IF.
         COMPUTE WS-UMR-ERGEBNIS =
             FUNCTION INTEGER-OF-DATE(WS-UMR-DATUM) * 86400
             + WS-UMR-STUNDE * 3600 + WS-UMR-MINUTE * 60
             + WS-UMR-SEKUNDE.

       END PROGRAM meldber.

      * vim:ai sw=4 sts=4 expandtab
