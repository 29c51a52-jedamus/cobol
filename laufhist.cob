      * ** ABWEICHUNG markiert. Wenn der Nachtlauf klemmt, liest
      * die Morgenschicht hier ab, was letzte Nacht und die
      * Naechte davor geschah, statt es zu rekonstruieren.
      * Laufen mehrere Job-Stroeme (batchctl STROM=<name>, der
      * Stromname steht als siebtes Feld der Historienzeile, ohne
      * ihn ist es der Strom STANDARD), zeigt der Bericht jeden
      * Strom fuer sich mit seinen letzten N Laeufen; STROM=<name>
      * beschraenkt ihn auf einen Strom.
      * Bericht auf Konsole und nach LAUFHIST.RPT.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Job-Stroeme: das siebte Feld der Historienzeile nennt
      *     den Strom (leer = STANDARD). Der Bericht zeigt je Strom
      *     dessen letzte N Laeufe unter einem Kopf STROM <name>;
      *     ein Lauf ist LAUFID und Strom. Der Dauervergleich bleibt
      *     im Strom. Neuer Parameter STROM=<name> fuer einen Strom.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. laufhist.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01 WS-WOERTER.
          05 WS-WORT                  PIC X(20) OCCURS 3 TIMES.
       01 WS-WORT-INDEX               PIC 9(02)   COMP.
       01 WS-ARCHIV-JAHR              PIC X(04)   VALUE SPACES.
       01 WS-EINGABE-NAME             PIC X(40)   VALUE
          "BATCHLAUF.HIS".
       01 WS-LAUFANZAHL               PIC 9(03)   COMP VALUE 5.
       01 WS-STROM-FILTER             PIC X(08)   VALUE SPACES.

       01 WS-HIS-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 ENDE-DER-HISTORIE                    VALUE "J".
             10 HIS-ERGEBNIS          PIC X(20).
             10 HIS-DAUER             PIC 9(05)   COMP.
             10 HIS-RESTART           PIC X(01).
             10 HIS-STROM             PIC X(08).
       01 WS-HIS-ANZAHL               PIC 9(04)   COMP VALUE ZERO.
       01 WS-HIS-MAXIMUM              PIC 9(04)   COMP VALUE 2000.
       01 WS-HIS-INDEX                PIC 9(04)   COMP VALUE ZERO.
       01 WS-LAUF-TABELLE.
          05 WS-LAUF-EINTRAG          OCCURS 200 TIMES.
             10 LAUF-ID               PIC X(16).
             10 LAUF-STROM            PIC X(08).
       01 WS-LAUF-ANZAHL              PIC 9(03)   COMP VALUE ZERO.
       01 WS-ERSTER-LAUF              PIC 9(03)   COMP VALUE 1.
       01 WS-LAUF-GEFUNDEN-SCHALTER   PIC X(01)   VALUE "N".
          88 LAUF-GEFUNDEN                        VALUE "J".

      * Die Stroeme in der Reihenfolge ihres ersten Auftretens.
       01 WS-STROM-TABELLE.
          05 WS-STROM-EINTRAG         OCCURS 20 TIMES.
             10 STROM-NAME            PIC X(08).
             10 STROM-LAEUFE          PIC 9(03)   COMP.
       01 WS-STROM-ANZAHL             PIC 9(02)   COMP VALUE ZERO.
       01 WS-STROM-INDEX              PIC 9(02)   COMP VALUE ZERO.
       01 WS-STROM-SUCH-INDEX         PIC 9(02)   COMP VALUE ZERO.
       01 WS-STROM-LAUF-NR            PIC 9(03)   COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Historienzeile weniger Felder hat.
       01 WS-FELD-ERGEBNIS            PIC X(20)   VALUE SPACES.
       01 WS-FELD-DAUER               PIC X(08)   VALUE SPACES.
       01 WS-FELD-RESTART             PIC X(01)   VALUE SPACES.
       01 WS-FELD-STROM               PIC X(08)   VALUE SPACES.

       01 WS-DAUER-SUMME              PIC 9(09)   COMP VALUE ZERO.
       01 WS-DAUER-PROBEN             PIC 9(04)   COMP VALUE ZERO.
          05 FILLER                   PIC X(10)   VALUE " NEUSTART ".
          05 WS-KOPF-RESTART          PIC X(01).

       01 WS-STROMKOPF.
          05 FILLER                   PIC X(06)   VALUE "STROM ".
          05 WS-KOPF-STROM            PIC X(08).

       01 WS-SCHRITTZEILE.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-SCH-NAME              PIC X(20).
         ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE.
         MOVE SPACES TO WS-WOERTER.
         UNSTRING WS-KOMMANDOZEILE DELIMITED BY ALL SPACE
             INTO WS-WORT(1) WS-WORT(2) WS-WORT(3)
         END-UNSTRING.
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 3.
         IF WS-LAUFANZAHL = ZERO
             MOVE 5 TO WS-LAUFANZAHL
         END-IF.

         PERFORM B000-LADE-HISTORIE.
         IF WS-HIS-ANZAHL = ZERO
             IF WS-STROM-FILTER NOT = SPACES
                 DISPLAY "LAUFHIST: keine Laeufe des Stroms "
                     FUNCTION TRIM(WS-STROM-FILTER)
                     " in der Laufhistorie"
             ELSE
                 DISPLAY "LAUFHIST: Laufhistorie BATCHLAUF.HIS "
                     "ist leer"
             END-IF
             STOP RUN RETURNING 1
         END-IF.

             TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

         PERFORM B500-ZAEHLE-STROMLAEUFE
             VARYING WS-LAUF-INDEX FROM 1 BY 1
             UNTIL WS-LAUF-INDEX > WS-LAUF-ANZAHL.
         PERFORM C100-BERICHTE-STROM
             VARYING WS-STROM-INDEX FROM 1 BY 1
             UNTIL WS-STROM-INDEX > WS-STROM-ANZAHL.

         CLOSE BERICHT-DATEI.
         STOP RUN.
             WHEN WS-WORT(WS-WORT-INDEX)(1:7) = "ARCHIV="
                 MOVE WS-WORT(WS-WORT-INDEX)(8:4)
                     TO WS-ARCHIV-JAHR
             WHEN WS-WORT(WS-WORT-INDEX)(1:6) = "STROM="
             WHEN WS-WORT(WS-WORT-INDEX)(1:6) = "strom="
                 MOVE WS-WORT(WS-WORT-INDEX)(7:8)
                     TO WS-STROM-FILTER
             WHEN FUNCTION TRIM(WS-WORT(WS-WORT-INDEX))
                     IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-WORT(WS-WORT-INDEX))
             OR HISTORIEN-SATZ(1:2) = "UK"
             OR HISTORIEN-SATZ(1:2) = "UE"
             CONTINUE
         ELSE
             PERFORM B210-ZERLEGE-HISTORIENZEILE
         END-IF.
         PERFORM B100-LIES-HISTORIENZEILE.

      * Zeilen fremder Stroeme fallen bei STROM=<name> weg, bevor
      * sie Platz in der Tabelle belegen.
       B210-ZERLEGE-HISTORIENZEILE.
         MOVE SPACES TO WS-FELD-LAUFID WS-FELD-SCHRITT
             WS-FELD-KOMMANDO WS-FELD-ERGEBNIS WS-FELD-DAUER
             WS-FELD-RESTART WS-FELD-STROM.
         UNSTRING HISTORIEN-SATZ DELIMITED BY ";"
             INTO WS-FELD-LAUFID WS-FELD-SCHRITT
                  WS-FELD-KOMMANDO WS-FELD-ERGEBNIS
                  WS-FELD-DAUER WS-FELD-RESTART WS-FELD-STROM
         END-UNSTRING.
         IF WS-FELD-STROM = SPACES
             MOVE "STANDARD" TO WS-FELD-STROM
         END-IF.
         IF WS-STROM-FILTER NOT = SPACES
             AND WS-FELD-STROM NOT = WS-STROM-FILTER
             CONTINUE
         ELSE
             IF WS-HIS-ANZAHL NOT LESS THAN WS-HIS-MAXIMUM
                 PERFORM B400-SCHIEBE-HISTORIE
             END-IF
             ADD 1 TO WS-HIS-ANZAHL
             MOVE WS-FELD-LAUFID TO HIS-LAUFID(WS-HIS-ANZAHL)
             MOVE WS-FELD-SCHRITT TO HIS-SCHRITT(WS-HIS-ANZAHL)
                 MOVE ZERO TO HIS-DAUER(WS-HIS-ANZAHL)
             END-IF
             MOVE WS-FELD-RESTART TO HIS-RESTART(WS-HIS-ANZAHL)
             MOVE WS-FELD-STROM TO HIS-STROM(WS-HIS-ANZAHL)
             PERFORM B300-MERKE-LAUF
         END-IF.

      * Ein Lauf ist LAUFID und Strom; gleichzeitig laufende
      * Stroeme schreiben ihre Zeilen ineinander verschraenkt.
       B300-MERKE-LAUF.
         MOVE "N" TO WS-LAUF-GEFUNDEN-SCHALTER.
         PERFORM B310-SUCHE-LAUF
             VARYING WS-LAUF-INDEX FROM WS-LAUF-ANZAHL BY -1
             UNTIL WS-LAUF-INDEX < 1 OR LAUF-GEFUNDEN.
         IF NOT LAUF-GEFUNDEN AND WS-LAUF-ANZAHL < 200
             ADD 1 TO WS-LAUF-ANZAHL
             MOVE HIS-LAUFID(WS-HIS-ANZAHL)
                 TO LAUF-ID(WS-LAUF-ANZAHL)
             MOVE HIS-STROM(WS-HIS-ANZAHL)
                 TO LAUF-STROM(WS-LAUF-ANZAHL)
             PERFORM B320-MERKE-STROM
         END-IF.

       B310-SUCHE-LAUF.
         IF LAUF-ID(WS-LAUF-INDEX) = HIS-LAUFID(WS-HIS-ANZAHL)
             AND LAUF-STROM(WS-LAUF-INDEX)
                 = HIS-STROM(WS-HIS-ANZAHL)
             SET LAUF-GEFUNDEN TO TRUE
         END-IF.

       B320-MERKE-STROM.
         MOVE "N" TO WS-LAUF-GEFUNDEN-SCHALTER.
         PERFORM B330-SUCHE-STROM
             VARYING WS-STROM-SUCH-INDEX FROM 1 BY 1
             UNTIL WS-STROM-SUCH-INDEX > WS-STROM-ANZAHL
             OR LAUF-GEFUNDEN.
         IF NOT LAUF-GEFUNDEN AND WS-STROM-ANZAHL < 20
             ADD 1 TO WS-STROM-ANZAHL
             MOVE HIS-STROM(WS-HIS-ANZAHL)
                 TO STROM-NAME(WS-STROM-ANZAHL)
             MOVE ZERO TO STROM-LAEUFE(WS-STROM-ANZAHL)
         END-IF.

       B330-SUCHE-STROM.
         IF STROM-NAME(WS-STROM-SUCH-INDEX)
             = HIS-STROM(WS-HIS-ANZAHL)
             SET LAUF-GEFUNDEN TO TRUE
         END-IF.

       B400-SCHIEBE-HISTORIE.
         MOVE WS-HIS-EINTRAG(WS-HIS-INDEX + 1)
             TO WS-HIS-EINTRAG(WS-HIS-INDEX).

       B500-ZAEHLE-STROMLAEUFE.
         PERFORM B510-ZAEHLE-STROMLAUF
             VARYING WS-STROM-SUCH-INDEX FROM 1 BY 1
             UNTIL WS-STROM-SUCH-INDEX > WS-STROM-ANZAHL.

       B510-ZAEHLE-STROMLAUF.
         IF LAUF-STROM(WS-LAUF-INDEX)
             = STROM-NAME(WS-STROM-SUCH-INDEX)
             ADD 1 TO STROM-LAEUFE(WS-STROM-SUCH-INDEX)
         END-IF.

      * Je Strom ein Kopf und dessen letzte N Laeufe.
       C100-BERICHTE-STROM.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE STROM-NAME(WS-STROM-INDEX) TO WS-KOPF-STROM.
         MOVE WS-STROMKOPF TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF STROM-LAEUFE(WS-STROM-INDEX) > WS-LAUFANZAHL
             COMPUTE WS-ERSTER-LAUF =
                 STROM-LAEUFE(WS-STROM-INDEX) - WS-LAUFANZAHL + 1
         ELSE
             MOVE 1 TO WS-ERSTER-LAUF
         END-IF.
         MOVE ZERO TO WS-STROM-LAUF-NR.
         PERFORM C110-BERICHTE-STROMLAUF
             VARYING WS-LAUF-INDEX FROM 1 BY 1
             UNTIL WS-LAUF-INDEX > WS-LAUF-ANZAHL.

       C110-BERICHTE-STROMLAUF.
         IF LAUF-STROM(WS-LAUF-INDEX) = STROM-NAME(WS-STROM-INDEX)
             ADD 1 TO WS-STROM-LAUF-NR
             IF WS-STROM-LAUF-NR NOT LESS THAN WS-ERSTER-LAUF
                 PERFORM C000-BERICHTE-LAUF
             END-IF
         END-IF.

       C000-BERICHTE-LAUF.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       D010-SUCHE-RESTART-MERKMAL.
         IF HIS-LAUFID(WS-HIS-INDEX) = LAUF-ID(WS-LAUF-INDEX)
             AND HIS-STROM(WS-HIS-INDEX) = LAUF-STROM(WS-LAUF-INDEX)
             AND WS-KOPF-RESTART = SPACES
             MOVE HIS-RESTART(WS-HIS-INDEX) TO WS-KOPF-RESTART
         END-IF.

       D110-BERICHTE-LAUFSCHRITT.
         IF HIS-LAUFID(WS-HIS-INDEX) = LAUF-ID(WS-LAUF-INDEX)
             AND HIS-STROM(WS-HIS-INDEX) = LAUF-STROM(WS-LAUF-INDEX)
             PERFORM E000-BERICHTE-SCHRITT
         END-IF.

         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Vergleicht die Dauer mit dem Durchschnitt aller anderen
      * Ausfuehrungen desselben Schritts im selben Strom (nur echte
      * Ausfuehrungen, keine uebersprungenen). Abweichung: mehr
      * als das Doppelte des Durchschnitts und mindestens zwei
      * Sekunden darueber.
       E100-PRUEFE-DAUERABWEICHUNG.
         IF HIS-ERGEBNIS(WS-HIS-INDEX)(1:3) NOT = "RC="
             CONTINUE
         IF WS-VERGLEICH-INDEX NOT = WS-HIS-INDEX
             AND HIS-SCHRITT(WS-VERGLEICH-INDEX)
                 = HIS-SCHRITT(WS-HIS-INDEX)
             AND HIS-STROM(WS-VERGLEICH-INDEX)
                 = HIS-STROM(WS-HIS-INDEX)
             AND HIS-ERGEBNIS(WS-VERGLEICH-INDEX)(1:3) = "RC="
             ADD HIS-DAUER(WS-VERGLEICH-INDEX) TO WS-DAUER-SUMME
             ADD 1 TO WS-DAUER-PROBEN
