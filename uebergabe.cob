      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Uebergabebericht fuer die Morgenschicht: bisher oeffnete
      * die Schicht LAUFHIST.RPT, ADRAUDIT.RPT, BUERO.RPT,
      * RETOUREN.RPT, MASKRCN.LOG und die Alarmdatei einzeln, um
      * herauszufinden, ob die Nacht gut gegangen ist.
      * UEBERGABE.RPT fasst das auf einer Liste zusammen:
      *   1. je Job-Strom der juengste Lauf aus BATCHLAUF.HIS,
      *      gruppiert wie bei laufhist (STROM <name>; STANDARD
      *      ist der Gesamtlauf aus BATCHJOB.DEF): je Schritt
      *      Ergebnis und Laufzeit gegen den Schnitt der frueheren
      *      Laeufe desselben Stroms (auffaellig wie bei laufhist:
      *      mehr als das Doppelte und mindestens zwei Sekunden
      *      darueber), dazu die Abschlusszeile LAUFENDE von
      *      batchctl;
      *   2. ob jeder Strom die DEADLINE seiner Jobdefinition
      *      (BATCHJOB.DEF bzw. BATCHJOB.<strom>.DEF) gehalten hat;
      *   3. die Alarme dieses Laufs aus BATCHCTL.ALT;
      *   4. die Abweichungen aus ADRAUDIT.RPT;
      *   5. die vom Druckbuero nicht bestaetigten Stuecke aus
      *      BUERO.RPT;
      *   6. neue Retouren (RETOURHIS.DAT, letzte 24 Stunden);
      *   7. Urteile von maskrcn (MASKRCN.LOG) und Freigaben
      *      (FREIGABE.LOG) der letzten 24 Stunden;
      *   8. Meldungen der Schwere F und E aus FEHLERLOG.DAT der
      *      letzten 24 Stunden.
      * Jeder Abschnitt endet mit einer Ampel:
      *     GRUEN  nichts zu tun
      *     GELB   Nacharbeit im Laufe des Tages (Abweichungen,
      *            unbestaetigte Stuecke, Retouren, E-Meldungen,
      *            auffaellige Laufzeiten, Operator-Skips)
      *     ROT    sofort handeln (Schritt fehlgeschlagen, Lauf
      *            abgebrochen, Deadline verfehlt, Alarm,
      *            Maskierungspruefung FAIL, F-Meldungen)
      * Kopf des Berichts ist die Gesamtampel (die schlechteste
      * aller Abschnitte) mit einer Uebersicht je Abschnitt und
      * dem wichtigsten Grund. RETURN-CODE 0 = GRUEN, 2 = GELB,
      * 4 = ROT.
      * uebergabe laeuft als letzter Berichtsschritt des
      * Nachtlaufs (BATCHJOB.DEF); die Deadline wird dann am
      * aktuellen Zeitpunkt gemessen. Nach einem abgebrochenen
      * Lauf startet die Schicht uebergabe von Hand und sieht
      * dasselbe Bild mit dem echten Laufende.
      * Die Eingabedateien werden nacheinander ueber den
      * logischen Dateinamen UEBEIN gelesen (SET ENVIRONMENT);
      * eine fehlende Datei ist kein Abbruchgrund, sondern wird im
      * Abschnitt vermerkt.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Job-Stroeme (siebtes Feld der Historienzeile, leer =
      *     STANDARD): Abschnitt 1 zeigt den juengsten Lauf jedes
      *     Stroms unter einem Kopf STROM <name> wie laufhist, mit
      *     MAXRC aus dessen Jobdefinition und Laufzeitschnitt
      *     innerhalb des Stroms; Abschnitt 2 prueft je Strom die
      *     eigene DEADLINE, Abschnitt 3 die Alarme aller dieser
      *     Laeufe. Jeder Strom geht in die Ampeln und die
      *     Gesamtampel ein; Gruende nennen den Strom. Ein
      *     benannter Strom, dessen juengster Lauf aelter als 24
      *     Stunden ist, wird nur gezeigt, nicht bewertet.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. uebergabe.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EINGABE-DATEI
           ASSIGN TO "UEBEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS EINGABE-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "UEBERGABE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EINGABE-DATEI
          LABEL RECORDS ARE OMITTED.
           01 EINGABE-SATZ             PIC X(200).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EINGABE-NAME             PIC X(20).
       01 WS-EINGABE-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-EINGABE                     VALUE "J".
       01 WS-EINGABE-FEHLT            PIC X(01)   VALUE "N".

      * Berichtszeitpunkt; Zeitpunkte werden fuer die 24-Stunden-
      * Pruefung in Sekunden seit Kalenderbeginn umgerechnet.
       01 WS-JETZT.
          05 WS-JETZT-DATUM           PIC 9(08).
          05 WS-JETZT-UHRZEIT         PIC 9(06).
       01 WS-JETZT-SEKUNDEN           PIC 9(12)   COMP.
       01 WS-ABSTAND                  PIC S9(12)  COMP.
       01 WS-UMRECHNUNG.
          05 WS-UMR-DATUM             PIC 9(08).
          05 WS-UMR-STUNDE            PIC 9(02).
          05 WS-UMR-MINUTE            PIC 9(02).
          05 WS-UMR-SEKUNDE           PIC 9(02).
       01 WS-UMR-ERGEBNIS             PIC 9(12)   COMP.
       01 WS-TAGESZAHL                PIC 9(07)   COMP.
       01 WS-IM-ZEITRAUM              PIC X(01).
       01 WS-ZEIT-ANZEIGE             PIC X(16).

      * Laufkennung, falls uebergabe als Schritt unter batchctl
      * laeuft (sonst leer).
       01 WS-BATCHLAUF                PIC X(16)   VALUE SPACES.

      * Ampel: 0 = GRUEN, 1 = GELB, 2 = ROT.
       01 WS-STUFEN-WERTE.
          05 FILLER                   PIC X(05)   VALUE "GRUEN".
          05 FILLER                   PIC X(05)   VALUE "GELB ".
          05 FILLER                   PIC X(05)   VALUE "ROT  ".
       01 WS-STUFEN-TABELLE REDEFINES WS-STUFEN-WERTE.
          05 WS-STUFEN-TEXT           PIC X(05) OCCURS 3 TIMES.
       01 WS-ABS-STUFE                PIC 9(01)   VALUE ZERO.
       01 WS-ABS-GRUND                PIC X(60)   VALUE SPACES.
       01 WS-GESAMT-STUFE             PIC 9(01)   VALUE ZERO.
       01 WS-GRUND                    PIC X(60).
       01 WS-BEWERTUNG                PIC X(30).

      * Uebersicht der Abschnitte fuer den Berichtskopf.
       01 WS-ABSCHNITT-TABELLE.
          05 WS-ABSCHNITT-EINTRAG     OCCURS 8 TIMES.
             10 ABS-TITEL             PIC X(40).
             10 ABS-STUFE             PIC 9(01).
             10 ABS-GRUND             PIC X(60).
       01 WS-ABSCHNITT-ANZAHL         PIC 9(02)   COMP VALUE ZERO.
       01 WS-ABSCHNITT-INDEX          PIC 9(02)   COMP VALUE ZERO.
       01 WS-ABSCHNITT-NR             PIC 9(01).

      * Der Bericht wird erst gepuffert, weil die Gesamtampel
      * oben steht, aber erst am Ende feststeht.
       01 WS-PUFFER-TABELLE.
          05 WS-PUFFER-ZEILE          PIC X(132) OCCURS 1500 TIMES.
       01 WS-PUFFER-ANZAHL            PIC 9(04)   COMP VALUE ZERO.
       01 WS-PUFFER-MAXIMUM           PIC 9(04)   COMP VALUE 1500.
       01 WS-PUFFER-INDEX             PIC 9(04)   COMP VALUE ZERO.
       01 WS-PUFFER-VERLOREN          PIC 9(05)   VALUE ZERO.

      * Listen je Abschnitt werden nach 50 Posten gekuerzt.
       01 WS-LISTE-MAXIMUM            PIC 9(05)   VALUE 50.
       01 WS-POSTEN-ZAEHLER           PIC 9(05)   VALUE ZERO.
       01 WS-POSTEN-ANZEIGE           PIC ZZZZ9.

      * Schritte aus BATCHJOB.DEF mit ihrem MAXRC.
       01 WS-DEF-TABELLE.
          05 WS-DEF-EINTRAG           OCCURS 60 TIMES.
             10 DFT-NAME              PIC X(20).
             10 DFT-MAXRC             PIC 9(04).
       01 WS-DEF-ANZAHL               PIC 9(02)   COMP VALUE ZERO.
       01 WS-DEF-MAXIMUM              PIC 9(02)   COMP VALUE 60.
       01 WS-DEF-INDEX                PIC 9(02)   COMP VALUE ZERO.
       01 WS-DEF-TREFFER              PIC 9(02)   COMP VALUE ZERO.
       01 WS-DEADLINE-TEXT            PIC X(04)   VALUE SPACES.
       01 WS-DEADLINE-DA-SCHALTER     PIC X(01)   VALUE "N".
          88 DEADLINE-GESETZT                     VALUE "J".
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-DF-NR                    PIC X(02)   VALUE SPACES.
       01 WS-DF-NAME                  PIC X(20)   VALUE SPACES.
       01 WS-DF-MAXRC                 PIC X(04)   VALUE SPACES.

      * Laufhistorie: Felder einer Zeile (siehe batchctl).
       01 WS-HF-LAUFID                PIC X(16)   VALUE SPACES.
       01 WS-HF-SCHRITT               PIC X(20)   VALUE SPACES.
       01 WS-HF-KOMMANDO              PIC X(100)  VALUE SPACES.
       01 WS-HF-ERGEBNIS              PIC X(20)   VALUE SPACES.
       01 WS-HF-DAUER                 PIC X(05)   VALUE SPACES.
       01 WS-HF-RESTART               PIC X(01)   VALUE SPACES.
       01 WS-HF-STROM                 PIC X(08)   VALUE SPACES.
       01 WS-LETZTER-LAUF             PIC X(16)   VALUE SPACES.
       01 WS-HISTORIE-FEHLT           PIC X(01)   VALUE "N".

      * Job-Stroeme in der Reihenfolge ihres ersten Auftretens in
      * BATCHLAUF.HIS (wie bei laufhist; leeres siebtes Feld =
      * STANDARD) mit ihrem juengsten Lauf, dessen Ende und der
      * DEADLINE ihrer Jobdefinition.
       01 WS-STROM-TABELLE.
          05 WS-STROM-EINTRAG         OCCURS 20 TIMES.
             10 STR-NAME              PIC X(08).
             10 STR-LAUF              PIC X(16).
             10 STR-LAUFENDE          PIC X(01).
             10 STR-LAUFENDE-ZEIT     PIC X(14).
             10 STR-DEADLINE-TEXT     PIC X(04).
             10 STR-DEADLINE          PIC X(01).
             10 STR-FENSTER-ALARM     PIC X(01).
             10 STR-BEWERTET          PIC X(01).
       01 WS-STROM-ANZAHL             PIC 9(02)   COMP VALUE ZERO.
       01 WS-STROM-MAXIMUM            PIC 9(02)   COMP VALUE 20.
       01 WS-STROM-INDEX              PIC 9(02)   COMP VALUE ZERO.
       01 WS-STROM-TREFFER            PIC 9(02)   COMP VALUE ZERO.
       01 WS-AKT-STROM                PIC X(08)   VALUE SPACES.
       01 WS-DEF-DATEINAME            PIC X(20)   VALUE SPACES.
      * Ein benannter Strom, dessen juengster Lauf aelter als 24
      * Stunden ist, wird gezeigt, aber nicht bewertet; nur
      * STANDARD ist der taegliche Gesamtlauf.
       01 WS-BEWERTEN-SCHALTER        PIC X(01)   VALUE "J".
          88 STROM-WIRD-BEWERTET                  VALUE "J".
       01 WS-STROMKOPF.
          05 FILLER                   PIC X(06)   VALUE "STROM ".
          05 WS-KOPF-STROM            PIC X(08).

      * Schritte des juengsten Laufs in Historienfolge.
       01 WS-LAUF-TABELLE.
          05 WS-LAUF-EINTRAG          OCCURS 100 TIMES.
             10 LFT-SCHRITT           PIC X(20).
             10 LFT-ERGEBNIS          PIC X(20).
             10 LFT-DAUER             PIC 9(05).
             10 LFT-RESTART           PIC X(01).
       01 WS-LAUF-ANZAHL              PIC 9(03)   COMP VALUE ZERO.
       01 WS-LAUF-MAXIMUM             PIC 9(03)   COMP VALUE 100.
       01 WS-LAUF-INDEX               PIC 9(03)   COMP VALUE ZERO.

      * Laufzeiten der frueheren Laeufe je Schrittname (nur echte
      * Ausfuehrungen mit RC=...).
       01 WS-SCHNITT-TABELLE.
          05 WS-SCHNITT-EINTRAG       OCCURS 100 TIMES.
             10 SNT-SCHRITT           PIC X(20).
             10 SNT-SUMME             PIC 9(09).
             10 SNT-ANZAHL            PIC 9(05).
       01 WS-SCHNITT-ANZAHL           PIC 9(03)   COMP VALUE ZERO.
       01 WS-SCHNITT-MAXIMUM          PIC 9(03)   COMP VALUE 100.
       01 WS-SCHNITT-INDEX            PIC 9(03)   COMP VALUE ZERO.
       01 WS-SCHNITT-TREFFER          PIC 9(03)   COMP VALUE ZERO.
       01 WS-SCHNITT                  PIC 9(05)   VALUE ZERO.
       01 WS-SCHRITT-RC               PIC 9(04)   VALUE ZERO.

      * Abschlusszeile LAUFENDE des juengsten Laufs.
       01 WS-LAUFENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 LAUFENDE-VERMERKT                    VALUE "J".
       01 WS-LAUFENDE-ZEIT            PIC X(14)   VALUE SPACES.
       01 WS-LAUFENDE-ERGEBNIS        PIC X(20)   VALUE SPACES.
       01 WS-LAUFENDE-DAUER           PIC 9(05)   VALUE ZERO.

      * Deadline-Pruefung.
       01 WS-DEADLINE-ZEITPUNKT       PIC X(14).
       01 WS-DEADLINE-SEKUNDEN        PIC 9(12)   COMP.
       01 WS-ENDE-ZEITPUNKT           PIC X(14).
       01 WS-ENDE-SEKUNDEN            PIC 9(12)   COMP.
       01 WS-MINUTEN                  PIC 9(05)   VALUE ZERO.
       01 WS-MINUTEN-ANZEIGE          PIC ZZZZ9.

      * Alarme des juengsten Laufs aus BATCHCTL.ALT.
       01 WS-ALARM-TABELLE.
          05 WS-ALARM-EINTRAG         OCCURS 50 TIMES.
             10 ALT-SCHRITT           PIC X(20).
             10 ALT-RC                PIC X(10).
             10 ALT-ZEIT              PIC X(14).
             10 ALT-STROM-NR          PIC 9(02).
       01 WS-ALARM-ANZAHL             PIC 9(02)   COMP VALUE ZERO.
       01 WS-ALARM-MAXIMUM            PIC 9(02)   COMP VALUE 50.
       01 WS-ALARM-INDEX              PIC 9(02)   COMP VALUE ZERO.
       01 WS-FENSTER-ALARM            PIC X(01)   VALUE "N".
       01 WS-AF-LAUFID                PIC X(16)   VALUE SPACES.
       01 WS-AF-SCHRITT               PIC X(20)   VALUE SPACES.
       01 WS-AF-RC                    PIC X(10)   VALUE SPACES.
       01 WS-AF-ZEIT                  PIC X(14)   VALUE SPACES.

      * Juengster Statistiksatz eines Programms aus LAUFSTAT.DAT.
       01 WS-LST-PROGRAMM             PIC X(08).
       01 WS-LST-GEFUNDEN             PIC X(01).
       01 WS-LST-ZEIT                 PIC X(14).
       01 WS-LST-RC                   PIC X(04).
       01 WS-SF-PROGRAMM              PIC X(08)   VALUE SPACES.
       01 WS-SF-ZEIT                  PIC X(14)   VALUE SPACES.
       01 WS-SF-EIN                   PIC X(09)   VALUE SPACES.
       01 WS-SF-AUS                   PIC X(09)   VALUE SPACES.
       01 WS-SF-ABGEWIESEN            PIC X(09)   VALUE SPACES.
       01 WS-SF-RC                    PIC X(04)   VALUE SPACES.

      * Allgemeine Feldpuffer der Protokolle (Retouren,
      * Pruefprotokoll, Freigabelog, Fehlerprotokoll).
       01 WS-FELD-1                   PIC X(40)   VALUE SPACES.
       01 WS-FELD-2                   PIC X(40)   VALUE SPACES.
       01 WS-FELD-3                   PIC X(40)   VALUE SPACES.
       01 WS-FELD-4                   PIC X(40)   VALUE SPACES.
       01 WS-FELD-5                   PIC X(40)   VALUE SPACES.
       01 WS-FELD-6                   PIC X(40)   VALUE SPACES.
       01 WS-FELD-7                   PIC X(40)   VALUE SPACES.
       01 WS-FELD-TEXT                PIC X(70)   VALUE SPACES.
       01 WS-FELD-ZUSATZ              PIC X(40)   VALUE SPACES.
       01 WS-ZEIGER                   PIC 9(03)   COMP.

       01 WS-ZAEHLER-F                PIC 9(05)   VALUE ZERO.
       01 WS-ZAEHLER-E                PIC 9(05)   VALUE ZERO.
       01 WS-FAIL-ZAEHLER             PIC 9(05)   VALUE ZERO.
       01 WS-GELESEN-ZAEHLER          PIC 9(09)   VALUE ZERO.

       01 WS-BERICHTZEILE             PIC X(132).

       01 WS-TITELZEILE.
          05 FILLER                   PIC X(29)   VALUE
             "UEBERGABEBERICHT NACHTLAUF - ".
          05 WS-TIT-ZEIT              PIC X(16).

       01 WS-GESAMTZEILE.
          05 FILLER                   PIC X(14)   VALUE
             "GESAMTSTATUS: ".
          05 WS-GSZ-STUFE             PIC X(05).
          05 FILLER                   PIC X(03)   VALUE " - ".
          05 WS-GSZ-TEXT              PIC X(40).

       01 WS-UEBERSICHTZEILE.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-UEZ-NR                PIC 9(01).
          05 FILLER                   PIC X(02)   VALUE ". ".
          05 WS-UEZ-TITEL             PIC X(40).
          05 WS-UEZ-STUFE             PIC X(05).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-UEZ-GRUND             PIC X(60).

       01 WS-STATUSZEILE.
          05 FILLER                   PIC X(18)   VALUE
             "STATUS ABSCHNITT: ".
          05 WS-STZ-STUFE             PIC X(05).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-STZ-GRUND             PIC X(60).

       01 WS-SCHRITTZEILE.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-SCZ-SCHRITT           PIC X(20).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SCZ-ERGEBNIS          PIC X(20).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-SCZ-DAUER             PIC ZZZZ9.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-SCZ-SCHNITT           PIC X(05).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-SCZ-NEUSTART          PIC X(01).
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-SCZ-BEWERTUNG         PIC X(30).
       01 WS-ZAHL-ANZEIGE             PIC ZZZZ9.

       01 WS-SUMMENZEILE.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==EINGABE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==EINGABE-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==EINGABE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==EINGABE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==EINGABE-STATUS==.
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
       A000-ERSTELLE-UEBERGABE.
         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JETZT.
         MOVE WS-JETZT TO WS-UMRECHNUNG.
         PERFORM U000-RECHNE-SEKUNDEN.
         MOVE WS-UMR-ERGEBNIS TO WS-JETZT-SEKUNDEN.
         ACCEPT WS-BATCHLAUF FROM ENVIRONMENT "BATCHLAUF".

         PERFORM C000-BERICHTE-BATCHLAUF.
         PERFORM L000-LADE-ALARME.
         PERFORM D000-BERICHTE-DEADLINE.
         PERFORM E000-BERICHTE-ALARME.
         PERFORM F000-BERICHTE-ADRAUDIT.
         PERFORM H000-BERICHTE-DRUCKBUERO.
         PERFORM I000-BERICHTE-RETOUREN.
         PERFORM J000-BERICHTE-MASKIERUNG.
         PERFORM K000-BERICHTE-MELDUNGEN.

         PERFORM W000-SCHREIBE-BERICHT.

         DISPLAY "UEBERGABE: Gesamtstatus "
             WS-STUFEN-TEXT(WS-GESAMT-STUFE + 1).
         MOVE "uebergab" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-PUFFER-ANZAHL TO STAT-SAETZE-AUS.
         MOVE ZERO TO STAT-ABGEWIESEN.
         COMPUTE STAT-RC = WS-GESAMT-STUFE * 2.
         CALL "statistik" USING STAT-BLOCK.
         COMPUTE RETURN-CODE = WS-GESAMT-STUFE * 2.
         STOP RUN.

      * Schrittnamen mit MAXRC und die DEADLINE aus der
      * Jobdefinition des Stroms WS-AKT-STROM (BATCHJOB.DEF bzw.
      * BATCHJOB.<strom>.DEF, Format siehe dort).
       B000-LADE-JOBDEFINITION.
         MOVE ZERO TO WS-DEF-ANZAHL.
         MOVE SPACES TO WS-DEADLINE-TEXT.
         MOVE "N" TO WS-DEADLINE-DA-SCHALTER.
         PERFORM B050-BILDE-DEFNAME.
         MOVE WS-DEF-DATEINAME TO WS-EINGABE-NAME.
         PERFORM Q000-OEFFNE-EINGABE.
         IF WS-EINGABE-FEHLT = "J"
             EXIT PARAGRAPH
         END-IF.
         PERFORM B100-UEBERNIMM-DEFINITION
             UNTIL ENDE-DER-EINGABE.
         CLOSE EINGABE-DATEI.

       B050-BILDE-DEFNAME.
         IF WS-AKT-STROM = "STANDARD"
             MOVE "BATCHJOB.DEF" TO WS-DEF-DATEINAME
         ELSE
             MOVE SPACES TO WS-DEF-DATEINAME
             STRING "BATCHJOB." WS-AKT-STROM DELIMITED BY SPACE
                 ".DEF" DELIMITED BY SIZE
                 INTO WS-DEF-DATEINAME
         END-IF.

       B100-UEBERNIMM-DEFINITION.
         IF EINGABE-SATZ(1:9) = "DEADLINE;"
             MOVE EINGABE-SATZ(10:4) TO WS-DEADLINE-TEXT
             IF WS-DEADLINE-TEXT IS NUMERIC
                 SET DEADLINE-GESETZT TO TRUE
             END-IF
         END-IF.
         IF EINGABE-SATZ(1:2) IS NUMERIC
             AND EINGABE-SATZ(3:1) = ";"
             AND WS-DEF-ANZAHL < WS-DEF-MAXIMUM
             MOVE SPACES TO WS-DF-NR WS-DF-NAME WS-DF-MAXRC
             UNSTRING EINGABE-SATZ DELIMITED BY ";"
                 INTO WS-DF-NR WS-DF-NAME WS-DF-MAXRC
             END-UNSTRING
             ADD 1 TO WS-DEF-ANZAHL
             MOVE WS-DF-NAME TO DFT-NAME(WS-DEF-ANZAHL)
             MOVE ZERO TO DFT-MAXRC(WS-DEF-ANZAHL)
             IF WS-DF-MAXRC NOT = SPACES
                 AND FUNCTION TRIM(WS-DF-MAXRC) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-DF-MAXRC)
                     TO DFT-MAXRC(WS-DEF-ANZAHL)
             END-IF
         END-IF.
         PERFORM Q100-LIES-EINGABE.

      ******************************************************
      * Abschnitt 1: der juengste Lauf jedes Job-Stroms, je Strom
      * unter einem Kopf STROM <name> wie bei laufhist. Der erste
      * Durchgang durch BATCHLAUF.HIS sammelt die Stroeme mit
      * ihrer juengsten Laufkennung; je Strom merkt ein weiterer
      * Durchgang dessen Zeilen und sammelt die Laufzeiten der
      * frueheren Laeufe desselben Stroms je Schritt.
      ******************************************************
       C000-BERICHTE-BATCHLAUF.
         MOVE "BATCHLAUF UND LAUFZEITEN" TO WS-GRUND.
         PERFORM M100-BEGINNE-ABSCHNITT.
         MOVE "BATCHLAUF.HIS" TO WS-EINGABE-NAME.
         PERFORM Q000-OEFFNE-EINGABE.
         IF WS-EINGABE-FEHLT = "J"
             MOVE "J" TO WS-HISTORIE-FEHLT
             MOVE "LAUFHISTORIE BATCHLAUF.HIS FEHLT" TO WS-GRUND
             PERFORM S120-MELDE-ROT
             MOVE WS-GRUND TO WS-BERICHTZEILE(3:60)
             PERFORM M000-MERKE-ZEILE
             PERFORM M200-SCHLIESSE-ABSCHNITT
             EXIT PARAGRAPH
         END-IF.
         PERFORM C100-SUCHE-LETZTEN-LAUF
             UNTIL ENDE-DER-EINGABE.
         CLOSE EINGABE-DATEI.
         IF WS-STROM-ANZAHL = ZERO
             MOVE "J" TO WS-HISTORIE-FEHLT
             MOVE "KEIN LAUF IN BATCHLAUF.HIS" TO WS-GRUND
             PERFORM S120-MELDE-ROT
             MOVE WS-GRUND TO WS-BERICHTZEILE(3:60)
             PERFORM M000-MERKE-ZEILE
             PERFORM M200-SCHLIESSE-ABSCHNITT
             EXIT PARAGRAPH
         END-IF.
         PERFORM C010-BERICHTE-STROM
             VARYING WS-STROM-INDEX FROM 1 BY 1
             UNTIL WS-STROM-INDEX > WS-STROM-ANZAHL.
         MOVE SPACES TO WS-AKT-STROM.
         PERFORM M200-SCHLIESSE-ABSCHNITT.

      * Juengster Lauf eines Stroms mit MAXRC aus dessen eigener
      * Jobdefinition; Ende und DEADLINE werden fuer Abschnitt 2
      * in der Stromtabelle festgehalten.
       C010-BERICHTE-STROM.
         MOVE STR-NAME(WS-STROM-INDEX) TO WS-AKT-STROM.
         MOVE STR-LAUF(WS-STROM-INDEX) TO WS-LETZTER-LAUF.
         MOVE ZERO TO WS-LAUF-ANZAHL WS-SCHNITT-ANZAHL.
         MOVE "N" TO WS-LAUFENDE-SCHALTER.
         MOVE SPACES TO WS-LAUFENDE-ZEIT WS-LAUFENDE-ERGEBNIS.
         MOVE ZERO TO WS-LAUFENDE-DAUER.
         PERFORM B000-LADE-JOBDEFINITION.
         MOVE "BATCHLAUF.HIS" TO WS-EINGABE-NAME.
         PERFORM Q000-OEFFNE-EINGABE.
         PERFORM C200-VERBUCHE-HISTORIENZEILE
             UNTIL ENDE-DER-EINGABE.
         CLOSE EINGABE-DATEI.
         PERFORM C410-PRUEFE-ALTER.
         IF WS-AKT-STROM NOT = "STANDARD"
             AND WS-IM-ZEITRAUM NOT = "J"
             MOVE "N" TO WS-BEWERTEN-SCHALTER
         END-IF.
         MOVE WS-BEWERTEN-SCHALTER TO STR-BEWERTET(WS-STROM-INDEX).
         MOVE WS-LAUFENDE-SCHALTER TO STR-LAUFENDE(WS-STROM-INDEX).
         MOVE WS-LAUFENDE-ZEIT TO STR-LAUFENDE-ZEIT(WS-STROM-INDEX).
         MOVE WS-DEADLINE-TEXT TO STR-DEADLINE-TEXT(WS-STROM-INDEX).
         MOVE WS-DEADLINE-DA-SCHALTER TO STR-DEADLINE(WS-STROM-INDEX).
         MOVE "N" TO STR-FENSTER-ALARM(WS-STROM-INDEX).

         PERFORM C020-SCHREIBE-STROMKOPF.
         MOVE WS-LETZTER-LAUF(1:14) TO WS-UMRECHNUNG.
         PERFORM U200-FORMATIERE-ZEIT.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "LAUF " WS-LETZTER-LAUF " GESTARTET " WS-ZEIT-ANZEIGE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.
         IF NOT STROM-WIRD-BEWERTET
             MOVE "LAUF AELTER ALS 24 STUNDEN - NICHT BEWERTET"
                 TO WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
         END-IF.
         MOVE "SCHRITT" TO WS-BERICHTZEILE(3:7).
         MOVE "ERGEBNIS" TO WS-BERICHTZEILE(24:8).
         MOVE "DAUER SCHNITT N  BEWERTUNG" TO WS-BERICHTZEILE(45:26).
         PERFORM M000-MERKE-ZEILE.
         PERFORM C300-BERICHTE-SCHRITT
             VARYING WS-LAUF-INDEX FROM 1 BY 1
             UNTIL WS-LAUF-INDEX > WS-LAUF-ANZAHL.
         PERFORM M000-MERKE-ZEILE.
         PERFORM C400-BERICHTE-LAUFENDE.
         MOVE "J" TO WS-BEWERTEN-SCHALTER.

      * Kopf STROM <name>, ab dem zweiten Strom mit Leerzeile davor.
       C020-SCHREIBE-STROMKOPF.
         IF WS-STROM-INDEX > 1
             PERFORM M000-MERKE-ZEILE
         END-IF.
         MOVE WS-AKT-STROM TO WS-KOPF-STROM.
         MOVE WS-STROMKOPF TO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.

      * Juengste Laufkennung je Strom.
       C100-SUCHE-LETZTEN-LAUF.
         PERFORM C050-ZERLEGE-HISTORIENZEILE.
         IF EINGABE-SATZ(1:14) IS NUMERIC
             PERFORM C110-SUCHE-STROM
             IF WS-STROM-TREFFER NOT = ZERO
                 AND EINGABE-SATZ(1:16) > STR-LAUF(WS-STROM-TREFFER)
                 MOVE EINGABE-SATZ(1:16) TO STR-LAUF(WS-STROM-TREFFER)
             END-IF
         END-IF.
         PERFORM Q100-LIES-EINGABE.

      * Sucht WS-HF-STROM in der Stromtabelle und traegt ihn
      * ein, solange Platz ist.
       C110-SUCHE-STROM.
         MOVE ZERO TO WS-STROM-TREFFER.
         PERFORM C120-PRUEFE-STROM
             VARYING WS-STROM-INDEX FROM 1 BY 1
             UNTIL WS-STROM-INDEX > WS-STROM-ANZAHL.
         IF WS-STROM-TREFFER = ZERO
             AND WS-STROM-ANZAHL < WS-STROM-MAXIMUM
             ADD 1 TO WS-STROM-ANZAHL
             MOVE WS-STROM-ANZAHL TO WS-STROM-TREFFER
             MOVE WS-HF-STROM TO STR-NAME(WS-STROM-TREFFER)
             MOVE SPACES TO STR-LAUF(WS-STROM-TREFFER)
         END-IF.

       C120-PRUEFE-STROM.
         IF STR-NAME(WS-STROM-INDEX) = WS-HF-STROM
             MOVE WS-STROM-INDEX TO WS-STROM-TREFFER
             MOVE WS-STROM-ANZAHL TO WS-STROM-INDEX
         END-IF.

       C050-ZERLEGE-HISTORIENZEILE.
         MOVE SPACES TO WS-HF-LAUFID WS-HF-SCHRITT WS-HF-KOMMANDO
             WS-HF-ERGEBNIS WS-HF-DAUER WS-HF-RESTART WS-HF-STROM.
         UNSTRING EINGABE-SATZ DELIMITED BY ";"
             INTO WS-HF-LAUFID WS-HF-SCHRITT WS-HF-KOMMANDO
                  WS-HF-ERGEBNIS WS-HF-DAUER WS-HF-RESTART
                  WS-HF-STROM
         END-UNSTRING.
         IF WS-HF-STROM = SPACES
             MOVE "STANDARD" TO WS-HF-STROM
         END-IF.

       C200-VERBUCHE-HISTORIENZEILE.
         PERFORM C050-ZERLEGE-HISTORIENZEILE.
         IF WS-HF-DAUER = SPACES
             OR FUNCTION TRIM(WS-HF-DAUER) IS NOT NUMERIC
             MOVE ZERO TO WS-HF-DAUER
         END-IF.
         EVALUATE TRUE
             WHEN EINGABE-SATZ = SPACES
             WHEN WS-HF-STROM NOT = WS-AKT-STROM
                 CONTINUE
             WHEN WS-HF-LAUFID = WS-LETZTER-LAUF
                 AND WS-HF-SCHRITT = "LAUFENDE"
                 SET LAUFENDE-VERMERKT TO TRUE
                 MOVE WS-HF-KOMMANDO(1:14) TO WS-LAUFENDE-ZEIT
                 MOVE WS-HF-ERGEBNIS TO WS-LAUFENDE-ERGEBNIS
                 MOVE FUNCTION NUMVAL(WS-HF-DAUER)
                     TO WS-LAUFENDE-DAUER
             WHEN WS-HF-LAUFID = WS-LETZTER-LAUF
                 IF WS-LAUF-ANZAHL < WS-LAUF-MAXIMUM
                     ADD 1 TO WS-LAUF-ANZAHL
                     MOVE WS-HF-SCHRITT
                         TO LFT-SCHRITT(WS-LAUF-ANZAHL)
                     MOVE WS-HF-ERGEBNIS
                         TO LFT-ERGEBNIS(WS-LAUF-ANZAHL)
                     MOVE FUNCTION NUMVAL(WS-HF-DAUER)
                         TO LFT-DAUER(WS-LAUF-ANZAHL)
                     MOVE WS-HF-RESTART
                         TO LFT-RESTART(WS-LAUF-ANZAHL)
                 END-IF
             WHEN WS-HF-ERGEBNIS(1:3) = "RC="
                 PERFORM C210-ZAEHLE-LAUFZEIT
             WHEN OTHER
                 CONTINUE
         END-EVALUATE.
         PERFORM Q100-LIES-EINGABE.

       C210-ZAEHLE-LAUFZEIT.
         PERFORM C220-SUCHE-SCHNITT.
         IF WS-SCHNITT-TREFFER = ZERO
             IF WS-SCHNITT-ANZAHL NOT < WS-SCHNITT-MAXIMUM
                 EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-SCHNITT-ANZAHL
             MOVE WS-SCHNITT-ANZAHL TO WS-SCHNITT-TREFFER
             MOVE WS-HF-SCHRITT TO SNT-SCHRITT(WS-SCHNITT-TREFFER)
             MOVE ZERO TO SNT-SUMME(WS-SCHNITT-TREFFER)
                 SNT-ANZAHL(WS-SCHNITT-TREFFER)
         END-IF.
         ADD FUNCTION NUMVAL(WS-HF-DAUER)
             TO SNT-SUMME(WS-SCHNITT-TREFFER).
         ADD 1 TO SNT-ANZAHL(WS-SCHNITT-TREFFER).

      * Sucht WS-HF-SCHRITT in der Schnitt-Tabelle.
       C220-SUCHE-SCHNITT.
         MOVE ZERO TO WS-SCHNITT-TREFFER.
         PERFORM C230-PRUEFE-SCHNITT
             VARYING WS-SCHNITT-INDEX FROM 1 BY 1
             UNTIL WS-SCHNITT-INDEX > WS-SCHNITT-ANZAHL.

       C230-PRUEFE-SCHNITT.
         IF SNT-SCHRITT(WS-SCHNITT-INDEX) = WS-HF-SCHRITT
             MOVE WS-SCHNITT-INDEX TO WS-SCHNITT-TREFFER
             MOVE WS-SCHNITT-ANZAHL TO WS-SCHNITT-INDEX
         END-IF.

      * Bewertung einer Schrittzeile: RC ueber MAXRC, Zeitabbruch
      * und Operatorabbruch sind ROT; Operator-Skip, ausgebliebene
      * Lieferung und auffaellige Laufzeit GELB; planmaessig
      * uebersprungene Schritte, Warnungen innerhalb MAXRC,
      * Rettungsschritte und Operatorkommandos nur Hinweis.
       C300-BERICHTE-SCHRITT.
         MOVE SPACES TO WS-BEWERTUNG.
         MOVE LFT-SCHRITT(WS-LAUF-INDEX) TO WS-HF-SCHRITT.
         PERFORM C220-SUCHE-SCHNITT.
         MOVE "    -" TO WS-SCZ-SCHNITT.
         MOVE ZERO TO WS-SCHNITT.
         IF WS-SCHNITT-TREFFER NOT = ZERO
             COMPUTE WS-SCHNITT ROUNDED =
                 SNT-SUMME(WS-SCHNITT-TREFFER)
                 / SNT-ANZAHL(WS-SCHNITT-TREFFER)
             MOVE WS-SCHNITT TO WS-ZAHL-ANZEIGE
             MOVE WS-ZAHL-ANZEIGE TO WS-SCZ-SCHNITT
         END-IF.
         EVALUATE TRUE
             WHEN LFT-ERGEBNIS(WS-LAUF-INDEX) = "OPERATOR-ABBRUCH"
                 MOVE "ABBRUCH DURCH OPERATOR" TO WS-BEWERTUNG
                 MOVE "LAUF VOM OPERATOR ABGEBROCHEN" TO WS-GRUND
                 PERFORM S120-MELDE-ROT
             WHEN LFT-ERGEBNIS(WS-LAUF-INDEX)(1:9) = "OPERATOR-"
                 MOVE "OPERATORKOMMANDO" TO WS-BEWERTUNG
             WHEN LFT-ERGEBNIS(WS-LAUF-INDEX)(1:3) = "RC="
                 PERFORM C310-BEWERTE-RC
             WHEN LFT-ERGEBNIS(WS-LAUF-INDEX)(1:11) = "RETTUNG-RC="
                 MOVE "RETTUNGSSCHRITT" TO WS-BEWERTUNG
             WHEN LFT-ERGEBNIS(WS-LAUF-INDEX) = "ZEITUEBERSCHREITUNG"
                 MOVE "HOECHSTLAUFZEIT UEBERSCHRITTEN"
                     TO WS-BEWERTUNG
                 MOVE SPACES TO WS-GRUND
                 STRING "ZEITABBRUCH IN SCHRITT "
                     FUNCTION TRIM(LFT-SCHRITT(WS-LAUF-INDEX))
                     DELIMITED BY SIZE INTO WS-GRUND
                 PERFORM S120-MELDE-ROT
             WHEN LFT-ERGEBNIS(WS-LAUF-INDEX) = "FEED-AUSGEBLIEBEN"
                 MOVE "LIEFERUNG AUSGEBLIEBEN" TO WS-BEWERTUNG
                 MOVE SPACES TO WS-GRUND
                 STRING "LIEFERUNG FEHLT IN SCHRITT "
                     FUNCTION TRIM(LFT-SCHRITT(WS-LAUF-INDEX))
                     DELIMITED BY SIZE INTO WS-GRUND
                 PERFORM S110-MELDE-GELB
             WHEN LFT-ERGEBNIS(WS-LAUF-INDEX) = "UEBERSPRUNGEN-OP"
                 MOVE "VOM OPERATOR UEBERSPRUNGEN" TO WS-BEWERTUNG
                 MOVE SPACES TO WS-GRUND
                 STRING "OPERATOR-SKIP FUER "
                     FUNCTION TRIM(LFT-SCHRITT(WS-LAUF-INDEX))
                     DELIMITED BY SIZE INTO WS-GRUND
                 PERFORM S110-MELDE-GELB
             WHEN LFT-ERGEBNIS(WS-LAUF-INDEX)(1:13) = "UEBERSPRUNGEN"
                 MOVE "PLANMAESSIG" TO WS-BEWERTUNG
             WHEN OTHER
                 CONTINUE
         END-EVALUATE.
         MOVE LFT-SCHRITT(WS-LAUF-INDEX) TO WS-SCZ-SCHRITT.
         MOVE LFT-ERGEBNIS(WS-LAUF-INDEX) TO WS-SCZ-ERGEBNIS.
         MOVE LFT-DAUER(WS-LAUF-INDEX) TO WS-SCZ-DAUER.
         MOVE LFT-RESTART(WS-LAUF-INDEX) TO WS-SCZ-NEUSTART.
         MOVE WS-BEWERTUNG TO WS-SCZ-BEWERTUNG.
         MOVE WS-SCHRITTZEILE TO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.

       C310-BEWERTE-RC.
         MOVE ZERO TO WS-SCHRITT-RC.
         IF LFT-ERGEBNIS(WS-LAUF-INDEX)(4:4) IS NUMERIC
             MOVE LFT-ERGEBNIS(WS-LAUF-INDEX)(4:4) TO WS-SCHRITT-RC
         END-IF.
         MOVE ZERO TO WS-DEF-TREFFER.
         PERFORM C320-SUCHE-DEFINITION
             VARYING WS-DEF-INDEX FROM 1 BY 1
             UNTIL WS-DEF-INDEX > WS-DEF-ANZAHL.
         IF WS-DEF-TREFFER NOT = ZERO
             AND WS-SCHRITT-RC > DFT-MAXRC(WS-DEF-TREFFER)
             OR WS-DEF-TREFFER = ZERO AND WS-SCHRITT-RC > ZERO
             MOVE "FEHLGESCHLAGEN (UEBER MAXRC)" TO WS-BEWERTUNG
             MOVE SPACES TO WS-GRUND
             STRING "SCHRITT " FUNCTION TRIM(LFT-SCHRITT(WS-LAUF-INDEX))
                 " FEHLGESCHLAGEN"
                 DELIMITED BY SIZE INTO WS-GRUND
             PERFORM S120-MELDE-ROT
             EXIT PARAGRAPH
         END-IF.
         IF WS-SCHRITT-RC > ZERO
             MOVE "WARNUNG INNERHALB MAXRC" TO WS-BEWERTUNG
         ELSE
             MOVE "OK" TO WS-BEWERTUNG
         END-IF.
         IF WS-SCHNITT-TREFFER NOT = ZERO
             AND LFT-DAUER(WS-LAUF-INDEX) > WS-SCHNITT * 2
             AND LFT-DAUER(WS-LAUF-INDEX) NOT < WS-SCHNITT + 2
             MOVE "LAUFZEIT AUFFAELLIG" TO WS-BEWERTUNG
             MOVE SPACES TO WS-GRUND
             STRING "LAUFZEIT AUFFAELLIG IN "
                 FUNCTION TRIM(LFT-SCHRITT(WS-LAUF-INDEX))
                 DELIMITED BY SIZE INTO WS-GRUND
             PERFORM S110-MELDE-GELB
         END-IF.

       C320-SUCHE-DEFINITION.
         IF DFT-NAME(WS-DEF-INDEX) = LFT-SCHRITT(WS-LAUF-INDEX)
             MOVE WS-DEF-INDEX TO WS-DEF-TREFFER
             MOVE WS-DEF-ANZAHL TO WS-DEF-INDEX
         END-IF.

      * Abschlusszeile des Laufs. Fehlt sie, laeuft der Lauf noch
      * (uebergabe selbst als Schritt dieses Laufs) oder batchctl
      * wurde hart beendet.
       C400-BERICHTE-LAUFENDE.
         IF LAUFENDE-VERMERKT
             MOVE WS-LAUFENDE-ZEIT TO WS-UMRECHNUNG
             PERFORM U200-FORMATIERE-ZEIT
             MOVE WS-LAUFENDE-DAUER TO WS-ZAHL-ANZEIGE
             MOVE SPACES TO WS-BERICHTZEILE
             STRING "LAUFENDE " WS-ZEIT-ANZEIGE "  ERGEBNIS "
                 FUNCTION TRIM(WS-LAUFENDE-ERGEBNIS) "  GESAMTDAUER "
                 WS-ZAHL-ANZEIGE " SEK"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
             IF WS-LAUFENDE-ERGEBNIS NOT = "ERFOLGREICH"
                 MOVE SPACES TO WS-GRUND
                 STRING "GESAMTLAUF "
                     FUNCTION TRIM(WS-LAUFENDE-ERGEBNIS)
                     DELIMITED BY SIZE INTO WS-GRUND
                 PERFORM S120-MELDE-ROT
             END-IF
         ELSE
             IF WS-BATCHLAUF = WS-LETZTER-LAUF
                 MOVE "GESAMTLAUF LAEUFT NOCH (UEBERGABE ALS SCHRITT)"
                     TO WS-BERICHTZEILE
                 PERFORM M000-MERKE-ZEILE
             ELSE
                 STRING "KEIN LAUFENDE VERMERKT - LAUF AKTIV ODER "
                     "HART BEENDET"
                     DELIMITED BY SIZE INTO WS-BERICHTZEILE
                 PERFORM M000-MERKE-ZEILE
                 MOVE "KEIN LAUFENDE VERMERKT" TO WS-GRUND
                 PERFORM S110-MELDE-GELB
             END-IF
         END-IF.
         PERFORM C410-PRUEFE-ALTER.
         IF WS-IM-ZEITRAUM NOT = "J"
             AND WS-AKT-STROM = "STANDARD"
             MOVE "LETZTER LAUF AELTER ALS 24 STUNDEN"
                 TO WS-GRUND WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
             PERFORM S120-MELDE-ROT
         END-IF.

      * Liegt das Ende des juengsten Laufs (ohne Abschlusszeile
      * sein Start) in den letzten 24 Stunden?
       C410-PRUEFE-ALTER.
         IF LAUFENDE-VERMERKT
             MOVE WS-LAUFENDE-ZEIT TO WS-UMRECHNUNG
         ELSE
             MOVE WS-LETZTER-LAUF(1:14) TO WS-UMRECHNUNG
         END-IF.
         PERFORM U100-PRUEFE-ZEITRAUM.

      ******************************************************
      * Alarme der juengsten bewerteten Laeufe aller Stroeme
      * (Format siehe batchctl):
      * LAUFID;SCHRITT;RC=nnn;JJJJMMTTHHMMSS. Der Schritt FENSTER
      * ist der Prognosealarm der Deadline-Ueberwachung.
      ******************************************************
       L000-LADE-ALARME.
         IF WS-HISTORIE-FEHLT = "J"
             EXIT PARAGRAPH
         END-IF.
         MOVE "BATCHCTL.ALT" TO WS-EINGABE-NAME.
         PERFORM Q000-OEFFNE-EINGABE.
         IF WS-EINGABE-FEHLT = "J"
             EXIT PARAGRAPH
         END-IF.
         PERFORM L100-UEBERNIMM-ALARM
             UNTIL ENDE-DER-EINGABE.
         CLOSE EINGABE-DATEI.

       L100-UEBERNIMM-ALARM.
         MOVE SPACES TO WS-AF-LAUFID WS-AF-SCHRITT WS-AF-RC
             WS-AF-ZEIT.
         UNSTRING EINGABE-SATZ DELIMITED BY ";"
             INTO WS-AF-LAUFID WS-AF-SCHRITT WS-AF-RC WS-AF-ZEIT
         END-UNSTRING.
         PERFORM L110-SUCHE-LAUF.
         IF WS-STROM-TREFFER NOT = ZERO
             AND WS-ALARM-ANZAHL < WS-ALARM-MAXIMUM
             ADD 1 TO WS-ALARM-ANZAHL
             MOVE WS-AF-SCHRITT TO ALT-SCHRITT(WS-ALARM-ANZAHL)
             MOVE WS-AF-RC TO ALT-RC(WS-ALARM-ANZAHL)
             MOVE WS-AF-ZEIT TO ALT-ZEIT(WS-ALARM-ANZAHL)
             MOVE WS-STROM-TREFFER TO ALT-STROM-NR(WS-ALARM-ANZAHL)
             IF WS-AF-SCHRITT = "FENSTER"
                 MOVE "J" TO STR-FENSTER-ALARM(WS-STROM-TREFFER)
             END-IF
         END-IF.
         PERFORM Q100-LIES-EINGABE.

      * Zu welchem bewerteten Strom gehoert die Laufkennung?
       L110-SUCHE-LAUF.
         MOVE ZERO TO WS-STROM-TREFFER.
         PERFORM L120-PRUEFE-LAUF
             VARYING WS-STROM-INDEX FROM 1 BY 1
             UNTIL WS-STROM-INDEX > WS-STROM-ANZAHL.

       L120-PRUEFE-LAUF.
         IF STR-LAUF(WS-STROM-INDEX) = WS-AF-LAUFID
             AND STR-BEWERTET(WS-STROM-INDEX) = "J"
             MOVE WS-STROM-INDEX TO WS-STROM-TREFFER
             MOVE WS-STROM-ANZAHL TO WS-STROM-INDEX
         END-IF.

      ******************************************************
      * Abschnitt 2: Deadline, je Strom gegen die DEADLINE seiner
      * eigenen Jobdefinition. Liegt die Deadline-Uhrzeit nicht
      * nach der Startzeit, ist das Fensterende am Folgetag.
      * Ohne Abschlusszeile gilt der Berichtszeitpunkt.
      ******************************************************
       D000-BERICHTE-DEADLINE.
         MOVE "DEADLINE DES BATCHFENSTERS" TO WS-GRUND.
         PERFORM M100-BEGINNE-ABSCHNITT.
         IF WS-HISTORIE-FEHLT = "J"
             MOVE "STANDARD" TO WS-AKT-STROM
             PERFORM B000-LADE-JOBDEFINITION
             IF NOT DEADLINE-GESETZT
                 MOVE "KEINE DEADLINE IN BATCHJOB.DEF"
                     TO WS-BERICHTZEILE
                 PERFORM M000-MERKE-ZEILE
             ELSE
                 MOVE "KEIN LAUF - DEADLINE NICHT BEURTEILBAR"
                     TO WS-GRUND WS-BERICHTZEILE
                 PERFORM M000-MERKE-ZEILE
                 PERFORM S110-MELDE-GELB
             END-IF
             MOVE SPACES TO WS-AKT-STROM
             PERFORM M200-SCHLIESSE-ABSCHNITT
             EXIT PARAGRAPH
         END-IF.
         PERFORM D100-PRUEFE-STROM-DEADLINE
             VARYING WS-STROM-INDEX FROM 1 BY 1
             UNTIL WS-STROM-INDEX > WS-STROM-ANZAHL.
         MOVE SPACES TO WS-AKT-STROM.
         PERFORM M200-SCHLIESSE-ABSCHNITT.

       D100-PRUEFE-STROM-DEADLINE.
         MOVE STR-NAME(WS-STROM-INDEX) TO WS-AKT-STROM.
         MOVE STR-LAUF(WS-STROM-INDEX) TO WS-LETZTER-LAUF.
         MOVE STR-LAUFENDE(WS-STROM-INDEX) TO WS-LAUFENDE-SCHALTER.
         MOVE STR-LAUFENDE-ZEIT(WS-STROM-INDEX) TO WS-LAUFENDE-ZEIT.
         MOVE STR-DEADLINE-TEXT(WS-STROM-INDEX) TO WS-DEADLINE-TEXT.
         MOVE STR-DEADLINE(WS-STROM-INDEX) TO WS-DEADLINE-DA-SCHALTER.
         MOVE STR-FENSTER-ALARM(WS-STROM-INDEX) TO WS-FENSTER-ALARM.
         PERFORM B050-BILDE-DEFNAME.
         PERFORM C020-SCHREIBE-STROMKOPF.
         IF STR-BEWERTET(WS-STROM-INDEX) NOT = "J"
             MOVE "LAUF AELTER ALS 24 STUNDEN - NICHT BEWERTET"
                 TO WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
             EXIT PARAGRAPH
         END-IF.
         IF NOT DEADLINE-GESETZT
             STRING "KEINE DEADLINE IN " WS-DEF-DATEINAME
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-LETZTER-LAUF(1:8) TO WS-DEADLINE-ZEITPUNKT(1:8).
         IF WS-DEADLINE-TEXT NOT > WS-LETZTER-LAUF(9:4)
             COMPUTE WS-TAGESZAHL = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-LETZTER-LAUF(1:8))) + 1
             MOVE FUNCTION DATE-OF-INTEGER(WS-TAGESZAHL)
                 TO WS-UMR-DATUM
             MOVE WS-UMR-DATUM TO WS-DEADLINE-ZEITPUNKT(1:8)
         END-IF.
         MOVE WS-DEADLINE-TEXT TO WS-DEADLINE-ZEITPUNKT(9:4).
         MOVE "00" TO WS-DEADLINE-ZEITPUNKT(13:2).
         MOVE WS-DEADLINE-ZEITPUNKT TO WS-UMRECHNUNG.
         PERFORM U000-RECHNE-SEKUNDEN.
         MOVE WS-UMR-ERGEBNIS TO WS-DEADLINE-SEKUNDEN.
         PERFORM U200-FORMATIERE-ZEIT.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "DEADLINE " WS-ZEIT-ANZEIGE
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         IF LAUFENDE-VERMERKT
             MOVE WS-LAUFENDE-ZEIT TO WS-ENDE-ZEITPUNKT
             MOVE "  LAUFENDE " TO WS-BERICHTZEILE(26:11)
         ELSE
             MOVE WS-JETZT TO WS-ENDE-ZEITPUNKT
             MOVE "  STAND    " TO WS-BERICHTZEILE(26:11)
         END-IF.
         MOVE WS-ENDE-ZEITPUNKT TO WS-UMRECHNUNG.
         PERFORM U000-RECHNE-SEKUNDEN.
         MOVE WS-UMR-ERGEBNIS TO WS-ENDE-SEKUNDEN.
         PERFORM U200-FORMATIERE-ZEIT.
         MOVE WS-ZEIT-ANZEIGE TO WS-BERICHTZEILE(37:16).
         PERFORM M000-MERKE-ZEILE.
         IF WS-ENDE-SEKUNDEN > WS-DEADLINE-SEKUNDEN
             COMPUTE WS-MINUTEN =
                 (WS-ENDE-SEKUNDEN - WS-DEADLINE-SEKUNDEN + 59) / 60
             MOVE WS-MINUTEN TO WS-MINUTEN-ANZEIGE
             MOVE SPACES TO WS-GRUND
             STRING "DEADLINE UM " FUNCTION TRIM(WS-MINUTEN-ANZEIGE)
                 " MIN UEBERSCHRITTEN"
                 DELIMITED BY SIZE INTO WS-GRUND
             MOVE WS-GRUND TO WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
             PERFORM S120-MELDE-ROT
         ELSE
             COMPUTE WS-MINUTEN =
                 (WS-DEADLINE-SEKUNDEN - WS-ENDE-SEKUNDEN) / 60
             MOVE WS-MINUTEN TO WS-MINUTEN-ANZEIGE
             IF LAUFENDE-VERMERKT
                 STRING "DEADLINE EINGEHALTEN, RESERVE "
                     FUNCTION TRIM(WS-MINUTEN-ANZEIGE) " MIN"
                     DELIMITED BY SIZE INTO WS-BERICHTZEILE
             ELSE
                 STRING "DEADLINE BISHER EINGEHALTEN, RESERVE "
                     FUNCTION TRIM(WS-MINUTEN-ANZEIGE) " MIN"
                     DELIMITED BY SIZE INTO WS-BERICHTZEILE
             END-IF
             PERFORM M000-MERKE-ZEILE
         END-IF.
         IF WS-FENSTER-ALARM = "J"
             MOVE "FENSTERPROGNOSE HAT UEBERSCHREITUNG GEMELDET"
                 TO WS-GRUND WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
             PERFORM S110-MELDE-GELB
         END-IF.

      ******************************************************
      * Abschnitt 3: Alarme. Ein Schrittalarm ist ROT, der
      * Prognosealarm FENSTER GELB.
      ******************************************************
       E000-BERICHTE-ALARME.
         MOVE "ALARME (BATCHCTL.ALT)" TO WS-GRUND.
         PERFORM M100-BEGINNE-ABSCHNITT.
         IF WS-ALARM-ANZAHL = ZERO
             MOVE "  keine Alarme in diesem Lauf" TO WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
         END-IF.
         PERFORM E100-BERICHTE-ALARM
             VARYING WS-ALARM-INDEX FROM 1 BY 1
             UNTIL WS-ALARM-INDEX > WS-ALARM-ANZAHL.
         MOVE SPACES TO WS-AKT-STROM.
         PERFORM M200-SCHLIESSE-ABSCHNITT.

       E100-BERICHTE-ALARM.
         MOVE STR-NAME(ALT-STROM-NR(WS-ALARM-INDEX)) TO WS-AKT-STROM.
         MOVE ALT-ZEIT(WS-ALARM-INDEX) TO WS-UMRECHNUNG.
         PERFORM U200-FORMATIERE-ZEIT.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "  " WS-ZEIT-ANZEIGE "  " WS-AKT-STROM " "
             ALT-SCHRITT(WS-ALARM-INDEX) " " ALT-RC(WS-ALARM-INDEX)
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.
         MOVE SPACES TO WS-GRUND.
         IF ALT-SCHRITT(WS-ALARM-INDEX) = "FENSTER"
             MOVE "PROGNOSEALARM FENSTER" TO WS-GRUND
             PERFORM S110-MELDE-GELB
         ELSE
             STRING "ALARM FUER SCHRITT "
                 FUNCTION TRIM(ALT-SCHRITT(WS-ALARM-INDEX))
                 DELIMITED BY SIZE INTO WS-GRUND
             PERFORM S120-MELDE-ROT
         END-IF.

      ******************************************************
      * Abschnitt 4: Adressaudit. Stand laut LAUFSTAT.DAT, dann
      * die ABWEICHUNG-Zeilen aus ADRAUDIT.RPT.
      ******************************************************
       F000-BERICHTE-ADRAUDIT.
         MOVE "ADRESSAUDIT (ADRAUDIT.RPT)" TO WS-GRUND.
         PERFORM M100-BEGINNE-ABSCHNITT.
         MOVE "adraudit" TO WS-LST-PROGRAMM.
         PERFORM N000-BERICHTE-LAUFSTAND.
         MOVE "ADRAUDIT.RPT" TO WS-EINGABE-NAME.
         PERFORM Q000-OEFFNE-EINGABE.
         IF WS-EINGABE-FEHLT = "J"
             MOVE "BERICHT ADRAUDIT.RPT FEHLT"
                 TO WS-GRUND WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
             PERFORM S110-MELDE-GELB
             PERFORM M200-SCHLIESSE-ABSCHNITT
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-POSTEN-ZAEHLER.
         PERFORM F100-PRUEFE-AUDITZEILE
             UNTIL ENDE-DER-EINGABE.
         CLOSE EINGABE-DATEI.
         PERFORM M300-BERICHTE-REST.
         MOVE "ABWEICHUNGEN          : " TO WS-SUM-TEXT.
         MOVE WS-POSTEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.
         IF WS-POSTEN-ZAEHLER > ZERO
             MOVE WS-POSTEN-ZAEHLER TO WS-POSTEN-ANZEIGE
             MOVE SPACES TO WS-GRUND
             STRING FUNCTION TRIM(WS-POSTEN-ANZEIGE)
                 " ABWEICHUNGEN IM ADRESSAUDIT"
                 DELIMITED BY SIZE INTO WS-GRUND
             PERFORM S110-MELDE-GELB
         END-IF.
         PERFORM M200-SCHLIESSE-ABSCHNITT.

       F100-PRUEFE-AUDITZEILE.
         IF EINGABE-SATZ(1:12) = "ABWEICHUNG: "
             ADD 1 TO WS-POSTEN-ZAEHLER
             IF WS-POSTEN-ZAEHLER NOT > WS-LISTE-MAXIMUM
                 MOVE EINGABE-SATZ(14:80) TO WS-BERICHTZEILE(3:80)
                 PERFORM M000-MERKE-ZEILE
             END-IF
         END-IF.
         PERFORM Q100-LIES-EINGABE.

      ******************************************************
      * Abschnitt 5: Druckbuero. Stand laut LAUFSTAT.DAT, dann
      * die gesendeten, nicht bestaetigten Stuecke aus BUERO.RPT.
      ******************************************************
       H000-BERICHTE-DRUCKBUERO.
         MOVE "DRUCKBUERO (BUERO.RPT)" TO WS-GRUND.
         PERFORM M100-BEGINNE-ABSCHNITT.
         MOVE "buero" TO WS-LST-PROGRAMM.
         PERFORM N000-BERICHTE-LAUFSTAND.
         MOVE "BUERO.RPT" TO WS-EINGABE-NAME.
         PERFORM Q000-OEFFNE-EINGABE.
         IF WS-EINGABE-FEHLT = "J"
             MOVE "BERICHT BUERO.RPT FEHLT - KEIN ABGLEICH"
                 TO WS-GRUND WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
             PERFORM S110-MELDE-GELB
             PERFORM M200-SCHLIESSE-ABSCHNITT
             EXIT PARAGRAPH
         END-IF.
         MOVE ZERO TO WS-POSTEN-ZAEHLER.
         PERFORM H100-PRUEFE-BUEROZEILE
             UNTIL ENDE-DER-EINGABE.
         CLOSE EINGABE-DATEI.
         PERFORM M300-BERICHTE-REST.
         MOVE "NICHT BESTAETIGT      : " TO WS-SUM-TEXT.
         MOVE WS-POSTEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.
         IF WS-POSTEN-ZAEHLER > ZERO
             MOVE WS-POSTEN-ZAEHLER TO WS-POSTEN-ANZEIGE
             MOVE SPACES TO WS-GRUND
             STRING FUNCTION TRIM(WS-POSTEN-ANZEIGE)
                 " STUECK VOM DRUCKBUERO NICHT BESTAETIGT"
                 DELIMITED BY SIZE INTO WS-GRUND
             PERFORM S110-MELDE-GELB
         END-IF.
         PERFORM M200-SCHLIESSE-ABSCHNITT.

       H100-PRUEFE-BUEROZEILE.
         IF EINGABE-SATZ(1:26) = "GESENDET, NICHT GEDRUCKT: "
             ADD 1 TO WS-POSTEN-ZAEHLER
             IF WS-POSTEN-ZAEHLER NOT > WS-LISTE-MAXIMUM
                 MOVE SPACES TO WS-BERICHTZEILE
                 STRING "  ID " EINGABE-SATZ(27:6) "  "
                     EINGABE-SATZ(34:40)
                     DELIMITED BY SIZE INTO WS-BERICHTZEILE
                 PERFORM M000-MERKE-ZEILE
             END-IF
         END-IF.
         PERFORM Q100-LIES-EINGABE.

      ******************************************************
      * Abschnitt 6: neue Retouren aus dem Retourenjournal
      * RETOURHIS.DAT (ADR-ID;GRUND;JJJJMMTTHHMMSS).
      ******************************************************
       I000-BERICHTE-RETOUREN.
         MOVE "NEUE RETOUREN (RETOURHIS.DAT)" TO WS-GRUND.
         PERFORM M100-BEGINNE-ABSCHNITT.
         MOVE ZERO TO WS-POSTEN-ZAEHLER.
         MOVE "RETOURHIS.DAT" TO WS-EINGABE-NAME.
         PERFORM Q000-OEFFNE-EINGABE.
         IF WS-EINGABE-FEHLT NOT = "J"
             PERFORM I100-PRUEFE-RETOURE
                 UNTIL ENDE-DER-EINGABE
             CLOSE EINGABE-DATEI
         END-IF.
         IF WS-POSTEN-ZAEHLER = ZERO
             MOVE "  keine neuen Retouren in den letzten 24 Stunden"
                 TO WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
             PERFORM M200-SCHLIESSE-ABSCHNITT
             EXIT PARAGRAPH
         END-IF.
         PERFORM M300-BERICHTE-REST.
         MOVE "NEUE RETOUREN         : " TO WS-SUM-TEXT.
         MOVE WS-POSTEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.
         MOVE WS-POSTEN-ZAEHLER TO WS-POSTEN-ANZEIGE.
         MOVE SPACES TO WS-GRUND.
         STRING FUNCTION TRIM(WS-POSTEN-ANZEIGE)
             " NEUE RETOUREN - ADRESSEN NACHFASSEN (RETOUREN.RPT)"
             DELIMITED BY SIZE INTO WS-GRUND.
         PERFORM S110-MELDE-GELB.
         PERFORM M200-SCHLIESSE-ABSCHNITT.

       I100-PRUEFE-RETOURE.
         MOVE SPACES TO WS-FELD-1 WS-FELD-2 WS-FELD-3.
         UNSTRING EINGABE-SATZ DELIMITED BY ";"
             INTO WS-FELD-1 WS-FELD-2 WS-FELD-3
         END-UNSTRING.
         MOVE WS-FELD-3(1:14) TO WS-UMRECHNUNG.
         PERFORM U100-PRUEFE-ZEITRAUM.
         IF WS-IM-ZEITRAUM = "J"
             ADD 1 TO WS-POSTEN-ZAEHLER
             IF WS-POSTEN-ZAEHLER NOT > WS-LISTE-MAXIMUM
                 PERFORM U200-FORMATIERE-ZEIT
                 MOVE SPACES TO WS-BERICHTZEILE
                 STRING "  " WS-ZEIT-ANZEIGE "  ADR-ID "
                     WS-FELD-1(1:6) "  GRUND " WS-FELD-2
                     DELIMITED BY SIZE INTO WS-BERICHTZEILE
                 PERFORM M000-MERKE-ZEILE
             END-IF
         END-IF.
         PERFORM Q100-LIES-EINGABE.

      ******************************************************
      * Abschnitt 7: Urteile von maskrcn aus MASKRCN.LOG
      * (JJJJMMTTHHMMSS;DATEI;SATZANZAHL;HASHSUMME;URTEIL) und
      * Freigaben aus FREIGABE.LOG (JJJJMMTTHHMMSS;DATEI;ZIEL;
      * SCHLUESSEL;OPERATOR;SATZANZAHL;HASHSUMME) der letzten
      * 24 Stunden. Ein FAIL ist ROT; verweigerte Freigaben
      * stehen als fehlgeschlagener Schritt in Abschnitt 1.
      ******************************************************
       J000-BERICHTE-MASKIERUNG.
         MOVE "MASKIERUNG UND FREIGABEN" TO WS-GRUND.
         PERFORM M100-BEGINNE-ABSCHNITT.
         MOVE "URTEILE MASKRCN (MASKRCN.LOG)" TO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.
         MOVE ZERO TO WS-POSTEN-ZAEHLER WS-FAIL-ZAEHLER.
         MOVE "MASKRCN.LOG" TO WS-EINGABE-NAME.
         PERFORM Q000-OEFFNE-EINGABE.
         IF WS-EINGABE-FEHLT NOT = "J"
             PERFORM J100-PRUEFE-URTEIL
                 UNTIL ENDE-DER-EINGABE
             CLOSE EINGABE-DATEI
         END-IF.
         IF WS-POSTEN-ZAEHLER = ZERO
             MOVE "  keine Pruefung in den letzten 24 Stunden"
                 TO WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
         END-IF.
         PERFORM M300-BERICHTE-REST.
         IF WS-FAIL-ZAEHLER > ZERO
             MOVE WS-FAIL-ZAEHLER TO WS-POSTEN-ANZEIGE
             MOVE SPACES TO WS-GRUND
             STRING "MASKIERUNGSPRUEFUNG FAIL ("
                 FUNCTION TRIM(WS-POSTEN-ANZEIGE) "X)"
                 DELIMITED BY SIZE INTO WS-GRUND
             PERFORM S120-MELDE-ROT
         END-IF.
         PERFORM M000-MERKE-ZEILE.
         MOVE "FREIGABEN IN DIE TESTUMGEBUNG (FREIGABE.LOG)"
             TO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.
         MOVE ZERO TO WS-POSTEN-ZAEHLER.
         MOVE "FREIGABE.LOG" TO WS-EINGABE-NAME.
         PERFORM Q000-OEFFNE-EINGABE.
         IF WS-EINGABE-FEHLT NOT = "J"
             PERFORM J200-PRUEFE-FREIGABE
                 UNTIL ENDE-DER-EINGABE
             CLOSE EINGABE-DATEI
         END-IF.
         IF WS-POSTEN-ZAEHLER = ZERO
             MOVE "  keine Freigabe in den letzten 24 Stunden"
                 TO WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
         END-IF.
         PERFORM M300-BERICHTE-REST.
         PERFORM M200-SCHLIESSE-ABSCHNITT.

       J100-PRUEFE-URTEIL.
         MOVE SPACES TO WS-FELD-1 WS-FELD-2 WS-FELD-3 WS-FELD-4
             WS-FELD-5.
         UNSTRING EINGABE-SATZ DELIMITED BY ";"
             INTO WS-FELD-1 WS-FELD-2 WS-FELD-3 WS-FELD-4 WS-FELD-5
         END-UNSTRING.
         MOVE WS-FELD-1(1:14) TO WS-UMRECHNUNG.
         PERFORM U100-PRUEFE-ZEITRAUM.
         IF WS-IM-ZEITRAUM = "J"
             ADD 1 TO WS-POSTEN-ZAEHLER
             IF WS-FELD-5(1:4) NOT = "PASS"
                 ADD 1 TO WS-FAIL-ZAEHLER
             END-IF
             IF WS-POSTEN-ZAEHLER NOT > WS-LISTE-MAXIMUM
                 PERFORM U200-FORMATIERE-ZEIT
                 MOVE SPACES TO WS-BERICHTZEILE
                 STRING "  " WS-ZEIT-ANZEIGE "  " WS-FELD-5(1:4)
                     "  " WS-FELD-2(1:30) " SAETZE "
                     WS-FELD-3(1:9)
                     DELIMITED BY SIZE INTO WS-BERICHTZEILE
                 PERFORM M000-MERKE-ZEILE
             END-IF
         END-IF.
         PERFORM Q100-LIES-EINGABE.

       J200-PRUEFE-FREIGABE.
         MOVE SPACES TO WS-FELD-1 WS-FELD-2 WS-FELD-3 WS-FELD-4
             WS-FELD-5 WS-FELD-6 WS-FELD-7.
         UNSTRING EINGABE-SATZ DELIMITED BY ";"
             INTO WS-FELD-1 WS-FELD-2 WS-FELD-3 WS-FELD-4 WS-FELD-5
                  WS-FELD-6 WS-FELD-7
         END-UNSTRING.
         MOVE WS-FELD-1(1:14) TO WS-UMRECHNUNG.
         PERFORM U100-PRUEFE-ZEITRAUM.
         IF WS-IM-ZEITRAUM = "J"
             ADD 1 TO WS-POSTEN-ZAEHLER
             IF WS-POSTEN-ZAEHLER NOT > WS-LISTE-MAXIMUM
                 PERFORM U200-FORMATIERE-ZEIT
                 MOVE SPACES TO WS-BERICHTZEILE
                 STRING "  " WS-ZEIT-ANZEIGE "  "
                     FUNCTION TRIM(WS-FELD-2) " NACH "
                     FUNCTION TRIM(WS-FELD-3) "  SCHLUESSEL "
                     FUNCTION TRIM(WS-FELD-4) "  DURCH "
                     FUNCTION TRIM(WS-FELD-5) "  SAETZE "
                     WS-FELD-6(1:9)
                     DELIMITED BY SIZE INTO WS-BERICHTZEILE
                 PERFORM M000-MERKE-ZEILE
             END-IF
         END-IF.
         PERFORM Q100-LIES-EINGABE.

      ******************************************************
      * Abschnitt 8: Meldungen der Schwere F und E aus dem
      * Fehlerprotokoll (Format siehe meldung); die volle
      * Tagesuebersicht steht in MELDBER.RPT.
      ******************************************************
       K000-BERICHTE-MELDUNGEN.
         MOVE "MELDUNGEN F/E (FEHLERLOG.DAT)" TO WS-GRUND.
         PERFORM M100-BEGINNE-ABSCHNITT.
         MOVE ZERO TO WS-POSTEN-ZAEHLER.
         MOVE "FEHLERLOG.DAT" TO WS-EINGABE-NAME.
         PERFORM Q000-OEFFNE-EINGABE.
         IF WS-EINGABE-FEHLT NOT = "J"
             PERFORM K100-PRUEFE-MELDUNG
                 UNTIL ENDE-DER-EINGABE
             CLOSE EINGABE-DATEI
         END-IF.
         IF WS-POSTEN-ZAEHLER = ZERO
             MOVE "  keine F- oder E-Meldung in den letzten 24 Stunden"
                 TO WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
         END-IF.
         PERFORM M300-BERICHTE-REST.
         MOVE "DAVON F (FATAL)       : " TO WS-SUM-TEXT.
         MOVE WS-ZAEHLER-F TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.
         MOVE "DAVON E (FEHLER)      : " TO WS-SUM-TEXT.
         MOVE WS-ZAEHLER-E TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.
         IF WS-ZAEHLER-E > ZERO
             MOVE WS-ZAEHLER-E TO WS-POSTEN-ANZEIGE
             MOVE SPACES TO WS-GRUND
             STRING FUNCTION TRIM(WS-POSTEN-ANZEIGE)
                 " FEHLERMELDUNGEN (SCHWERE E)"
                 DELIMITED BY SIZE INTO WS-GRUND
             PERFORM S110-MELDE-GELB
         END-IF.
         IF WS-ZAEHLER-F > ZERO
             MOVE WS-ZAEHLER-F TO WS-POSTEN-ANZEIGE
             MOVE SPACES TO WS-GRUND
             STRING FUNCTION TRIM(WS-POSTEN-ANZEIGE)
                 " FATALE MELDUNGEN (SCHWERE F)"
                 DELIMITED BY SIZE INTO WS-GRUND
             PERFORM S120-MELDE-ROT
         END-IF.
         PERFORM M200-SCHLIESSE-ABSCHNITT.

      * Umschlagsaetze eines Archivs und Zeilen ohne gueltigen
      * Zeitstempel werden ueberlesen.
       K100-PRUEFE-MELDUNG.
         IF EINGABE-SATZ(1:14) IS NOT NUMERIC
             PERFORM Q100-LIES-EINGABE
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-FELD-1 WS-FELD-2 WS-FELD-3 WS-FELD-4
             WS-FELD-TEXT WS-FELD-ZUSATZ.
         MOVE 1 TO WS-ZEIGER.
         UNSTRING EINGABE-SATZ DELIMITED BY ";"
             INTO WS-FELD-1 WS-FELD-2 WS-FELD-3 WS-FELD-4
                  WS-FELD-TEXT
             WITH POINTER WS-ZEIGER
         END-UNSTRING.
         IF WS-ZEIGER NOT > 200
             MOVE EINGABE-SATZ(WS-ZEIGER:) TO WS-FELD-ZUSATZ
         END-IF.
         MOVE WS-FELD-1(1:14) TO WS-UMRECHNUNG.
         PERFORM U100-PRUEFE-ZEITRAUM.
         IF WS-IM-ZEITRAUM = "J"
             AND (WS-FELD-4(1:1) = "F" OR WS-FELD-4(1:1) = "E")
             ADD 1 TO WS-POSTEN-ZAEHLER
             IF WS-FELD-4(1:1) = "F"
                 ADD 1 TO WS-ZAEHLER-F
             ELSE
                 ADD 1 TO WS-ZAEHLER-E
             END-IF
             IF WS-POSTEN-ZAEHLER NOT > WS-LISTE-MAXIMUM
                 PERFORM U200-FORMATIERE-ZEIT
                 MOVE SPACES TO WS-BERICHTZEILE
                 STRING "  " WS-ZEIT-ANZEIGE " " WS-FELD-2(1:8) " "
                     WS-FELD-3(1:8) " " WS-FELD-4(1:1) " "
                     WS-FELD-TEXT(1:50) " " WS-FELD-ZUSATZ(1:30)
                     DELIMITED BY SIZE INTO WS-BERICHTZEILE
                 PERFORM M000-MERKE-ZEILE
             END-IF
         END-IF.
         PERFORM Q100-LIES-EINGABE.

      * Juengster Statistiksatz von WS-LST-PROGRAMM aus
      * LAUFSTAT.DAT (PROGRAMM;JJJJMMTTHHMMSS;EIN;AUS;ABGEWIESEN;
      * RC) als Standzeile des Abschnitts.
       N000-BERICHTE-LAUFSTAND.
         MOVE "N" TO WS-LST-GEFUNDEN.
         MOVE SPACES TO WS-LST-ZEIT WS-LST-RC.
         MOVE "LAUFSTAT.DAT" TO WS-EINGABE-NAME.
         PERFORM Q000-OEFFNE-EINGABE.
         IF WS-EINGABE-FEHLT NOT = "J"
             PERFORM N100-PRUEFE-STATISTIKZEILE
                 UNTIL ENDE-DER-EINGABE
             CLOSE EINGABE-DATEI
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.
         IF WS-LST-GEFUNDEN = "J"
             MOVE WS-LST-ZEIT TO WS-UMRECHNUNG
             PERFORM U200-FORMATIERE-ZEIT
             STRING "LETZTER LAUF " FUNCTION TRIM(WS-LST-PROGRAMM)
                 " " WS-ZEIT-ANZEIGE " RC " WS-LST-RC
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         ELSE
             STRING "KEIN LAUF VON " FUNCTION TRIM(WS-LST-PROGRAMM)
                 " IN LAUFSTAT.DAT"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
         END-IF.
         PERFORM M000-MERKE-ZEILE.

       N100-PRUEFE-STATISTIKZEILE.
         MOVE SPACES TO WS-SF-PROGRAMM WS-SF-ZEIT WS-SF-EIN
             WS-SF-AUS WS-SF-ABGEWIESEN WS-SF-RC.
         UNSTRING EINGABE-SATZ DELIMITED BY ";"
             INTO WS-SF-PROGRAMM WS-SF-ZEIT WS-SF-EIN WS-SF-AUS
                  WS-SF-ABGEWIESEN WS-SF-RC
         END-UNSTRING.
         IF WS-SF-PROGRAMM = WS-LST-PROGRAMM
             AND WS-SF-ZEIT NOT < WS-LST-ZEIT
             MOVE "J" TO WS-LST-GEFUNDEN
             MOVE WS-SF-ZEIT TO WS-LST-ZEIT
             MOVE WS-SF-RC TO WS-LST-RC
         END-IF.
         PERFORM Q100-LIES-EINGABE.

      * Zeile in den Berichtspuffer; ein voller Puffer zaehlt
      * die verlorenen Zeilen.
       M000-MERKE-ZEILE.
         IF WS-PUFFER-ANZAHL < WS-PUFFER-MAXIMUM
             ADD 1 TO WS-PUFFER-ANZAHL
             MOVE WS-BERICHTZEILE TO WS-PUFFER-ZEILE(WS-PUFFER-ANZAHL)
         ELSE
             ADD 1 TO WS-PUFFER-VERLOREN
         END-IF.
         MOVE SPACES TO WS-BERICHTZEILE.

      * Abschnittskopf; der Titel steht in WS-GRUND.
       M100-BEGINNE-ABSCHNITT.
         ADD 1 TO WS-ABSCHNITT-ANZAHL.
         MOVE WS-GRUND TO ABS-TITEL(WS-ABSCHNITT-ANZAHL).
         MOVE ZERO TO WS-ABS-STUFE.
         MOVE SPACES TO WS-ABS-GRUND.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.
         MOVE WS-ABSCHNITT-ANZAHL TO WS-ABSCHNITT-NR.
         STRING WS-ABSCHNITT-NR ". " WS-GRUND
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.
         MOVE ALL "-" TO WS-BERICHTZEILE(1:60).
         PERFORM M000-MERKE-ZEILE.

      * Abschnittsende mit Ampel; die Gesamtampel ist die
      * schlechteste aller Abschnitte.
       M200-SCHLIESSE-ABSCHNITT.
         MOVE WS-ABS-STUFE TO ABS-STUFE(WS-ABSCHNITT-ANZAHL).
         MOVE WS-ABS-GRUND TO ABS-GRUND(WS-ABSCHNITT-ANZAHL).
         IF WS-ABS-STUFE > WS-GESAMT-STUFE
             MOVE WS-ABS-STUFE TO WS-GESAMT-STUFE
         END-IF.
         MOVE WS-STUFEN-TEXT(WS-ABS-STUFE + 1) TO WS-STZ-STUFE.
         MOVE WS-ABS-GRUND TO WS-STZ-GRUND.
         MOVE WS-STATUSZEILE TO WS-BERICHTZEILE.
         PERFORM M000-MERKE-ZEILE.

      * Hinweis auf gekuerzte Listen.
       M300-BERICHTE-REST.
         IF WS-POSTEN-ZAEHLER > WS-LISTE-MAXIMUM
             COMPUTE WS-POSTEN-ANZEIGE =
                 WS-POSTEN-ZAEHLER - WS-LISTE-MAXIMUM
             STRING "  ... und " FUNCTION TRIM(WS-POSTEN-ANZEIGE)
                 " weitere"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM M000-MERKE-ZEILE
         END-IF.

      * Die Ampel eines Abschnitts steigt nur; der Grund ist der
      * erste auf der hoechsten Stufe. Ein nicht bewerteter Strom
      * faerbt nichts.
       S110-MELDE-GELB.
         IF NOT STROM-WIRD-BEWERTET
             EXIT PARAGRAPH
         END-IF.
         IF WS-ABS-STUFE < 1
             MOVE 1 TO WS-ABS-STUFE
             PERFORM S100-MERKE-GRUND
         END-IF.

       S120-MELDE-ROT.
         IF NOT STROM-WIRD-BEWERTET
             EXIT PARAGRAPH
         END-IF.
         IF WS-ABS-STUFE < 2
             MOVE 2 TO WS-ABS-STUFE
             PERFORM S100-MERKE-GRUND
         END-IF.

      * Gruende aus einem benannten Strom tragen dessen Namen.
       S100-MERKE-GRUND.
         IF WS-AKT-STROM = SPACES OR WS-AKT-STROM = "STANDARD"
             MOVE WS-GRUND TO WS-ABS-GRUND
         ELSE
             MOVE SPACES TO WS-ABS-GRUND
             STRING WS-AKT-STROM DELIMITED BY SPACE
                 ": " WS-GRUND DELIMITED BY SIZE
                 INTO WS-ABS-GRUND
         END-IF.

      * Oeffnet WS-EINGABE-NAME ueber den logischen Namen UEBEIN
      * und liest die erste Zeile; eine fehlende Datei setzt
      * WS-EINGABE-FEHLT.
       Q000-OEFFNE-EINGABE.
         MOVE "N" TO WS-EINGABE-FEHLT WS-EINGABE-ENDE-SCHALTER.
         SET ENVIRONMENT "UEBEIN" TO WS-EINGABE-NAME.
         OPEN INPUT EINGABE-DATEI.
         IF EINGABE-STATUS = "35"
             MOVE "J" TO WS-EINGABE-FEHLT
             EXIT PARAGRAPH
         END-IF.
         IF NOT EINGABE-STATUS-OK
             DISPLAY "Sorry, unable to open "
                 FUNCTION TRIM(WS-EINGABE-NAME) ", status "
                 EINGABE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM Q100-LIES-EINGABE.

       Q100-LIES-EINGABE.
         READ EINGABE-DATEI
             AT END SET ENDE-DER-EINGABE TO TRUE
         END-READ.
         IF NOT EINGABE-STATUS-OK AND NOT EINGABE-STATUS-ENDE
             DISPLAY "Sorry, error reading "
                 FUNCTION TRIM(WS-EINGABE-NAME) ", status "
                 EINGABE-STATUS
             STOP RUN RETURNING 1
         END-IF.
         IF NOT ENDE-DER-EINGABE
             ADD 1 TO WS-GELESEN-ZAEHLER
         END-IF.

      * Bericht: Titel, Gesamtampel, Uebersicht, dann der Puffer.
       W000-SCHREIBE-BERICHT.
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open UEBERGABE.RPT, status "
                 BERICHT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE WS-JETZT TO WS-UMRECHNUNG.
         PERFORM U200-FORMATIERE-ZEIT.
         MOVE WS-ZEIT-ANZEIGE TO WS-TIT-ZEIT.
         MOVE WS-TITELZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-STUFEN-TEXT(WS-GESAMT-STUFE + 1) TO WS-GSZ-STUFE.
         EVALUATE WS-GESAMT-STUFE
             WHEN 0
                 MOVE "KEIN HANDLUNGSBEDARF" TO WS-GSZ-TEXT
             WHEN 1
                 MOVE "NACHARBEIT IM LAUFE DES TAGES"
                     TO WS-GSZ-TEXT
             WHEN OTHER
                 MOVE "SOFORT HANDELN" TO WS-GSZ-TEXT
         END-EVALUATE.
         MOVE WS-GESAMTZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         PERFORM W100-SCHREIBE-UEBERSICHT
             VARYING WS-ABSCHNITT-INDEX FROM 1 BY 1
             UNTIL WS-ABSCHNITT-INDEX > WS-ABSCHNITT-ANZAHL.
         PERFORM W200-SCHREIBE-PUFFERZEILE
             VARYING WS-PUFFER-INDEX FROM 1 BY 1
             UNTIL WS-PUFFER-INDEX > WS-PUFFER-ANZAHL.
         IF WS-PUFFER-VERLOREN > ZERO
             PERFORM G000-SCHREIBE-BERICHTZEILE
             STRING "BERICHT GEKUERZT, " WS-PUFFER-VERLOREN
                 " ZEILEN FEHLEN"
                 DELIMITED BY SIZE INTO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         CLOSE BERICHT-DATEI.

       W100-SCHREIBE-UEBERSICHT.
         MOVE WS-ABSCHNITT-INDEX TO WS-UEZ-NR.
         MOVE ABS-TITEL(WS-ABSCHNITT-INDEX) TO WS-UEZ-TITEL.
         MOVE WS-STUFEN-TEXT(ABS-STUFE(WS-ABSCHNITT-INDEX) + 1)
             TO WS-UEZ-STUFE.
         MOVE ABS-GRUND(WS-ABSCHNITT-INDEX) TO WS-UEZ-GRUND.
         MOVE WS-UEBERSICHTZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       W200-SCHREIBE-PUFFERZEILE.
         MOVE WS-PUFFER-ZEILE(WS-PUFFER-INDEX) TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
         WRITE BERICHT-SATZ.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, error writing UEBERGABE.RPT, status "
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

      * Liegt der Zeitpunkt in WS-UMRECHNUNG innerhalb der
      * letzten 24 Stunden vor dem Berichtszeitpunkt?
       U100-PRUEFE-ZEITRAUM.
         MOVE "N" TO WS-IM-ZEITRAUM.
         PERFORM U000-RECHNE-SEKUNDEN.
         IF WS-UMR-ERGEBNIS = ZERO
             EXIT PARAGRAPH
         END-IF.
         COMPUTE WS-ABSTAND = WS-JETZT-SEKUNDEN - WS-UMR-ERGEBNIS.
         IF WS-ABSTAND < 86400
             MOVE "J" TO WS-IM-ZEITRAUM
         END-IF.

      * Zeitpunkt in WS-UMRECHNUNG als TT.MM.JJJJ HH:MM.
       U200-FORMATIERE-ZEIT.
         IF WS-UMRECHNUNG IS NOT NUMERIC
             MOVE WS-UMRECHNUNG TO WS-ZEIT-ANZEIGE
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-ZEIT-ANZEIGE.
         STRING WS-UMR-DATUM(7:2) "." WS-UMR-DATUM(5:2) "."
             WS-UMR-DATUM(1:4) " " WS-UMR-STUNDE ":" WS-UMR-MINUTE
             DELIMITED BY SIZE INTO WS-ZEIT-ANZEIGE.

       END PROGRAM uebergabe.

      * vim:ai sw=4 sts=4 expandtab
