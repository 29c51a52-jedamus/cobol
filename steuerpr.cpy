      * steuerpr.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "steuerpr": die
      * Zeilenpruefung der Steuerdateien der Betriebsfuehrung.
      * Die Regeln standen bisher nur in betrmask; seit eine
      * fruehere Version einer Steuerdatei wieder eingesetzt
      * werden kann (versausk RUECKNAHME), pruefen beide mit
      * denselben Regeln. Geprueft wird eine Zeile STP-ZEILE der
      * Datei STP-DATEI:
      *     SCHLUESSEL.DAT  KENNUNG;GUELTIG-AB;BUCHSTABEN;ZIFFERN;
      *                     KODIER
      *     KALENDER.DAT    FEIERTAG|ULTIMO;JJJJMMTT
      *     MELDUNGEN.KAT   NUMMER;SCHWERE;TEXT
      *     BATCHJOB.DEF    NR;NAME;MAXRC;ART;BEDINGUNG;FREQ;
      *                     PHASE;MAXZEIT;KOMMANDO sowie NOTIFY;-
      *                     und DEADLINE;-Zeilen (ebenso die
      *                     Stromdefinitionen BATCHJOB.<strom>.DEF)
      *     PORTO.TAB       STUFE;RATE-CENT;MINDEST;BUENDEL;
      *                     BEHAELTER
      *     LAND.TAB        KENNZEICHEN;LANDNAME;PLZFORMAT
      *     PLZVERZ.TAB     PLZ;ORTSNAME
      * Leerzeilen und Kommentarzeilen (* in Spalte 1) sind immer
      * gueltig.
      * STP-STATUS: 00 = Zeile gueltig, 10 = Zeile fehlerhaft (der
      * Grund steht in STP-MELDUNG), 99 = keine Steuerdatei mit
      * Pruefregeln.
      *
       01 STP-BLOCK.
           05 STP-DATEI               PIC X(20).
           05 STP-ZEILE               PIC X(160).
           05 STP-MELDUNG             PIC X(70).
           05 STP-STATUS              PIC X(02).
