      * Master bleibt die Austausch- und Pflegeform (adrpfleg);
      * dieser Ladelauf wird nach jeder Masterpflege wiederholt.
      * Saetze ohne numerische ADR-ID oder mit doppelter ADR-ID
      * werden gezaehlt, gemeldet und uebersprungen. Logisch
      * geloeschte Saetze (ADR-GELOESCHT) werden mit ihrem
      * Kennzeichen geladen, damit adrmaske sie wiederherstellen
      * kann; die Auswahl- und Druckprogramme uebergehen sie.
      *
      * modifiziert Samstag, 22. August 2026 von Leander Jedamus
      *   - Die Eingabe traegt jetzt den hausweiten Datei-Umschlag
      *   - ADRESSE-SATZ traegt jetzt ADR-LAND (siehe adresse.cpy,
      *     Satzlaenge 170); der Fuellbereich des Indexsatzes
      *     waechst entsprechend von X(160) auf X(164).
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - ADRESSE-SATZ traegt jetzt ADR-STRASSE und die
      *     aufgeteilte Ortsangabe (siehe adresse.cpy, Satzlaenge
      *     240); der Fuellbereich des Indexsatzes waechst von
      *     X(164) auf X(234).
      *   - ADRESSE-SATZ traegt jetzt ADR-ORG-NR (siehe adresse.cpy,
      *     Satzlaenge 245); der Fuellbereich des Indexsatzes waechst
      *     von X(234) auf X(239).
      *   - ADRESSE-SATZ traegt jetzt ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM (siehe adresse.cpy, Satzlaenge 254); der
      *     Fuellbereich des Indexsatzes waechst von X(239) auf
      *     X(248). Logisch geloeschte Saetze werden geladen und
      *     gesondert gezaehlt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrladen.
          LABEL RECORDS ARE OMITTED.
           01 INDEX-SATZ.
              05 IDX-ID                PIC 9(06).
              05 FILLER                PIC X(248).

       WORKING-STORAGE SECTION.
       01 WS-EINGABE-NAME             PIC X(40)   VALUE
       01 WS-GELESEN-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-GELADEN-ZAEHLER          PIC 9(05)   COMP VALUE ZERO.
       01 WS-UEBERGANGEN-ZAEHLER      PIC 9(05)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ADRMAST-STATUS-1==
         CLOSE ADDRESS-MASTER INDEX-MASTER.
         DISPLAY "ADRLADEN: gelesen " WS-GELESEN-ZAEHLER
             ", geladen " WS-GELADEN-ZAEHLER
             ", uebergangen " WS-UEBERGANGEN-ZAEHLER
             ", davon geloescht geladen " WS-GELOESCHT-ZAEHLER.
         MOVE "adrladen" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GELADEN-ZAEHLER TO STAT-SAETZE-AUS.
             WRITE INDEX-SATZ
             IF INDEX-STATUS-OK
                 ADD 1 TO WS-GELADEN-ZAEHLER
                 IF ADR-GELOESCHT
                     ADD 1 TO WS-GELOESCHT-ZAEHLER
                 END-IF
             ELSE
                 IF INDEX-STATUS = "21" OR INDEX-STATUS = "22"
                     ADD 1 TO WS-UEBERGANGEN-ZAEHLER
