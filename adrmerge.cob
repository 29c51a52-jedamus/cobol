      * Aenderungshistorie ADRHIST.DAT (CALL "adrhist", Quelle
      * adrmerge). Entscheidungen ohne Treffer im Master enden
      * mit RETURN-CODE 4.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Satzlaenge des Masters 240 statt 170 (ADR-STRASSE und
      *     aufgeteilte Ortsangabe, siehe adresse.cpy);
      *     NEUMASTER-SATZ verbreitert, das Adressbild im Bericht
      *     zeigt Strasse, Ort, Staat und PLZ einzeln.
      *   - Satzlaenge des Masters 245 statt 240 (ADR-ORG-NR, siehe
      *     adresse.cpy); NEUMASTER-SATZ auf X(245) verbreitert.
      *   - Staendige Verteiler (VERTEILER.DAT, siehe verteil.cpy):
      *     die Mitgliedschaften jeder stillgelegten ID gehen auf
      *     den Ueberlebenden ueber (Quelle adrmerge); ist er schon
      *     Mitglied desselben Verteilers, entfaellt die doppelte
      *     Zeile. Vorher wird die Ruecknahmekopie VERTEILER.ALT
      *     gezogen; der Bericht weist jede Uebertragung aus. Haelt
      *     eine Dialogsitzung (vtlmaske) die Verteilersperre
      *     VERTEIL.SPR, verweigert der Lauf den Start.
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Satzlaenge des Masters 254 statt 245 (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy); NEUMASTER-SATZ auf
      *     X(254) verbreitert. Loeschkennzeichen und -datum gehen
      *     unveraendert in den neuen Master.
      *   - Werbesperre (WERBSPERRE.DAT) und Versandhistorie
      *     (SENDHIST.DAT): die Zeilen jeder stillgelegten ID gehen
      *     auf den Ueberlebenden ueber, vorher werden die
      *     Ruecknahmekopien WERBSPERRE.ALT bzw. SENDHIST.ALT gezogen;
      *     der Bericht weist jede verlegte Zeile aus. Bisher verlor
      *     eine Zusammenfuehrung die Sperren und Versandstuecke der
      *     stillgelegten IDs.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrmerge.
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS XREF-STATUS.

           SELECT VTL-DATEI
           ASSIGN TO "VERTEILER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS VTL-STATUS.

      * UMZUGALT und UMZUGNEU sind logische Dateinamen; sie werden
      * per SET ENVIRONMENT auf WERBSPERRE.DAT bzw. SENDHIST.DAT und
      * die jeweilige Zwischendatei gesetzt.
           SELECT UMZUG-ALT
           ASSIGN TO "UMZUGALT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS UMZALT-STATUS.

           SELECT UMZUG-NEU
           ASSIGN TO "UMZUGNEU"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS UMZNEU-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "ADRMERGE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL

       FD NEUMASTER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 NEUMASTER-SATZ           PIC X(254).

       FD XREF-DATEI
          LABEL RECORDS ARE OMITTED.
           01 XREF-SATZ                PIC X(80).

       FD VTL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 VTL-SATZ                 PIC X(80).

       FD UMZUG-ALT
          LABEL RECORDS ARE OMITTED.
           01 UMZUG-ALT-SATZ           PIC X(80).

       FD UMZUG-NEU
          LABEL RECORDS ARE OMITTED.
           01 UMZUG-NEU-SATZ           PIC X(80).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(80).
       01 WS-OHNE-TREFFER-ZAEHLER     PIC 9(09)   COMP VALUE ZERO.

       01 WS-ID-ANZEIGE               PIC X(06).

      * Mitgliedschaften der staendigen Verteiler; die ID bleibt
      * Text wie in der Stilllegungstabelle.
       01 WS-VTL-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 ENDE-DER-VTLDATEI                    VALUE "J".
       01 WS-VTL-TABELLE.
          05 WS-VTL-EINTRAG           OCCURS 9000 TIMES.
             10 VTE-ID                PIC X(06).
             10 VTE-VERTEILER         PIC X(12).
             10 VTE-EINTRITT          PIC X(08).
             10 VTE-AUSTRITT          PIC X(08).
             10 VTE-QUELLE            PIC X(08).
             10 VTE-ENTFAELLT-SCHALTER PIC X(01).
       01 WS-VTL-ANZAHL               PIC 9(04)   COMP VALUE ZERO.
       01 WS-VTL-MAXIMUM              PIC 9(04)   COMP VALUE 9000.
       01 WS-VTL-INDEX                PIC 9(04)   COMP VALUE ZERO.
       01 WS-VTL-SUCH-INDEX           PIC 9(04)   COMP VALUE ZERO.
       01 WS-VTL-TREFFER              PIC 9(04)   COMP VALUE ZERO.
       01 WS-VTL-UEBERTRAGEN-ZAEHLER  PIC 9(09)   COMP VALUE ZERO.
       01 WS-VTL-ENTFALLEN-ZAEHLER    PIC 9(09)   COMP VALUE ZERO.
       01 WS-FELD-VTL-ID              PIC X(06)   VALUE SPACES.
       01 WS-FELD-VERTEILER           PIC X(12)   VALUE SPACES.
       01 WS-FELD-EINTRITT            PIC X(08)   VALUE SPACES.
       01 WS-FELD-AUSTRITT            PIC X(08)   VALUE SPACES.
       01 WS-FELD-QUELLE              PIC X(08)   VALUE SPACES.
       01 WS-VTLZEILE                 PIC X(80).
       01 WS-SYSTEMKOMMANDO           PIC X(80).
       01 WS-KOMMANDO-RC              PIC 9(04)   COMP VALUE ZERO.
       01 WS-XREF-ZEILE               PIC X(80).

      * Zeilen mit ADR-ID am Anfang (Werbesperre, Versandhistorie),
      * die mit der stillgelegten ID auf den Ueberlebenden
      * umgeschrieben werden.
       01 WS-UMZUG-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-UMZUGDATEI                  VALUE "J".
       01 WS-UMZUG-DATEI              PIC X(20)   VALUE SPACES.
       01 WS-UMZUG-RUECKNAHME         PIC X(20)   VALUE SPACES.
       01 WS-UMZUG-ZWISCHEN           PIC X(24)   VALUE SPACES.
       01 WS-UMZUG-ZAEHLER            PIC 9(09)   COMP VALUE ZERO.
       01 WS-WBS-UEBERTRAGEN-ZAEHLER  PIC 9(09)   COMP VALUE ZERO.
       01 WS-SNH-UEBERTRAGEN-ZAEHLER  PIC 9(09)   COMP VALUE ZERO.

       01 WS-BERICHTZEILE             PIC X(80).

       01 WS-STILLKOPF.
          05 FILLER                   PIC X(02)   VALUE ": ".
          05 WS-BILD-INHALT           PIC X(40).

       01 WS-VERTEILERZEILE.
          05 FILLER                   PIC X(10)   VALUE "VERTEILER ".
          05 WS-VTZ-VERTEILER         PIC X(12).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-VTZ-ALT-ID            PIC X(06).
          05 FILLER                   PIC X(04)   VALUE " -> ".
          05 WS-VTZ-NEU-ID            PIC X(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-VTZ-ERGEBNIS          PIC X(40).

       01 WS-UMZUGZEILE.
          05 WS-UMZ-DATEI             PIC X(15).
          05 WS-UMZ-ALT-ID            PIC X(06).
          05 FILLER                   PIC X(04)   VALUE " -> ".
          05 WS-UMZ-NEU-ID            PIC X(06).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-UMZ-INHALT            PIC X(40).

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZZZZZ9.
                     ==PREFIX-STATUS-OK==   BY ==XREF-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==XREF-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==XREF-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==VTL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==VTL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==VTL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==VTL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==VTL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==UMZALT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==UMZALT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==UMZALT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==UMZALT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==UMZALT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==UMZNEU-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==UMZNEU-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==UMZNEU-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==UMZNEU-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==UMZNEU-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==NEU-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".
       COPY "adrhist.cpy".
       COPY "sperre.cpy".

       LOCAL-STORAGE SECTION.

      *
       PROCEDURE DIVISION.
       A000-FUEHRE-ZUSAMMEN.
         PERFORM S900-PRUEFE-UND-SETZE-SPERRE.
         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
             DISPLAY "Sorry, unable to open ADRMERGE.RPT, status "
         CLOSE ADDRESS-MASTER NEUMASTER-DATEI.

         PERFORM X000-SCHREIBE-XREF.
         PERFORM V000-VERLEGE-VERTEILER.
         MOVE "WERBSPERRE.DAT" TO WS-UMZUG-DATEI.
         MOVE "WERBSPERRE.ALT" TO WS-UMZUG-RUECKNAHME.
         PERFORM W000-VERLEGE-ZEILEN.
         MOVE WS-UMZUG-ZAEHLER TO WS-WBS-UEBERTRAGEN-ZAEHLER.
         MOVE "SENDHIST.DAT" TO WS-UMZUG-DATEI.
         MOVE "SENDHIST.ALT" TO WS-UMZUG-RUECKNAHME.
         PERFORM W000-VERLEGE-ZEILEN.
         MOVE WS-UMZUG-ZAEHLER TO WS-SNH-UEBERTRAGEN-ZAEHLER.
         PERFORM E000-BERICHTE-OHNE-TREFFER
             VARYING WS-STILL-INDEX FROM 1 BY 1
             UNTIL WS-STILL-INDEX > WS-STILL-ANZAHL.
         PERFORM H000-SCHREIBE-SUMMEN.
         CLOSE BERICHT-DATEI.
         MOVE "LOESEN" TO SPR-FUNKTION.
         MOVE "VERTEIL" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.

         DISPLAY "ADRMERGE: Entscheidungen " WS-STILL-ANZAHL
             ", stillgelegt " WS-STILLGELEGT-ZAEHLER
             ", ohne Treffer " WS-OHNE-TREFFER-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "adrmerge" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE ADR-ORGANISATION TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "STRASSE        " TO WS-BILD-FELD.
         MOVE ADR-STRASSE TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ORT            " TO WS-BILD-FELD.
         MOVE ADR-ORT TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "STAAT          " TO WS-BILD-FELD.
         MOVE ADR-STAAT TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "PLZ            " TO WS-BILD-FELD.
         MOVE ADR-PLZ TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "LAND           " TO WS-BILD-FELD.
         MOVE WS-OHNE-TREFFER-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "VERTEILER UEBERTRAGEN : " TO WS-SUM-TEXT.
         MOVE WS-VTL-UEBERTRAGEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "VERTEILER ENTFALLEN   : " TO WS-SUM-TEXT.
         MOVE WS-VTL-ENTFALLEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "WERBSPERRE UEBERTRAGEN: " TO WS-SUM-TEXT.
         MOVE WS-WBS-UEBERTRAGEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "SENDHIST UEBERTRAGEN  : " TO WS-SUM-TEXT.
         MOVE WS-SNH-UEBERTRAGEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Schreibt die im Lauf stillgelegten IDs in die
      * Querverweisdatei fort (fehlt sie, wird sie neu angelegt).
             STOP RUN RETURNING 1
         END-IF.

      * Verteilersperre: eine Dialogsitzung (vtlmaske) wuerde
      * beim Beenden die verlegten Mitgliedschaften
      * ueberschreiben; eine verwaiste Sperre wird gemeldet und
      * ueberschrieben.
       S900-PRUEFE-UND-SETZE-SPERRE.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "VERTEIL" TO SPR-NAME.
         MOVE "adrmerge" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.
         EVALUATE SPR-STATUS
             WHEN "41"
                 DISPLAY "ADRMERGE: Verteilersperre VERTEIL.SPR "
                     "wird gehalten (" SPR-INHABER
                     "), Lauf abgebrochen"
                 STOP RUN RETURNING 1
             WHEN "42"
                 DISPLAY "ADRMERGE: verwaiste Verteilersperre "
                     "VERTEIL.SPR gefunden (" SPR-INHABER
                     "), sie wird ueberschrieben"
         END-EVALUATE.
         MOVE "SETZEN" TO SPR-FUNKTION.
         CALL "sperre" USING SPR-BLOCK.

      * Staendige Verteiler: die Mitgliedschaften der im Lauf
      * stillgelegten IDs gehen auf den Ueberlebenden ueber;
      * ohne VERTEILER.DAT gibt es nichts zu tun.
       V000-VERLEGE-VERTEILER.
         OPEN INPUT VTL-DATEI.
         IF VTL-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT VTL-STATUS-OK
             DISPLAY "Sorry, unable to open VERTEILER.DAT, status "
                 VTL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM V100-LIES-VTLZEILE.
         PERFORM V200-UEBERNIMM-VTLZEILE
             UNTIL ENDE-DER-VTLDATEI.
         CLOSE VTL-DATEI.
         PERFORM V300-PRUEFE-MITGLIEDSCHAFT
             VARYING WS-VTL-INDEX FROM 1 BY 1
             UNTIL WS-VTL-INDEX > WS-VTL-ANZAHL.
         IF WS-VTL-UEBERTRAGEN-ZAEHLER > ZERO
             OR WS-VTL-ENTFALLEN-ZAEHLER > ZERO
             PERFORM V500-SCHREIBE-VTLDATEI
         END-IF.

       V100-LIES-VTLZEILE.
         READ VTL-DATEI
             AT END SET ENDE-DER-VTLDATEI TO TRUE.
         IF NOT VTL-STATUS-OK AND NOT VTL-STATUS-ENDE
             DISPLAY "Sorry, error reading VERTEILER.DAT, status "
                 VTL-STATUS
             STOP RUN RETURNING 1
         END-IF.

       V200-UEBERNIMM-VTLZEILE.
         IF VTL-SATZ NOT = SPACES
             AND VTL-SATZ(1:1) NOT = "*"
             IF WS-VTL-ANZAHL NOT LESS WS-VTL-MAXIMUM
                 DISPLAY "ADRMERGE: mehr als " WS-VTL-MAXIMUM
                     " Mitgliedschaften in VERTEILER.DAT"
                 STOP RUN RETURNING 1
             END-IF
             MOVE SPACES TO WS-FELD-VTL-ID WS-FELD-VERTEILER
                 WS-FELD-EINTRITT WS-FELD-AUSTRITT WS-FELD-QUELLE
             UNSTRING VTL-SATZ DELIMITED BY ";"
                 INTO WS-FELD-VTL-ID WS-FELD-VERTEILER
                      WS-FELD-EINTRITT WS-FELD-AUSTRITT
                      WS-FELD-QUELLE
             END-UNSTRING
             ADD 1 TO WS-VTL-ANZAHL
             MOVE WS-FELD-VTL-ID TO VTE-ID(WS-VTL-ANZAHL)
             MOVE WS-FELD-VERTEILER TO VTE-VERTEILER(WS-VTL-ANZAHL)
             MOVE WS-FELD-EINTRITT TO VTE-EINTRITT(WS-VTL-ANZAHL)
             MOVE WS-FELD-AUSTRITT TO VTE-AUSTRITT(WS-VTL-ANZAHL)
             MOVE WS-FELD-QUELLE TO VTE-QUELLE(WS-VTL-ANZAHL)
             MOVE "N" TO VTE-ENTFAELLT-SCHALTER(WS-VTL-ANZAHL)
         END-IF.
         PERFORM V100-LIES-VTLZEILE.

      * Gehoert die Zeile einer stillgelegten ID, wird sie auf
      * den Ueberlebenden umgeschrieben; eine aktuelle
      * Mitgliedschaft entfaellt, wenn der Ueberlebende schon
      * aktuelles Mitglied desselben Verteilers ist.
       V300-PRUEFE-MITGLIEDSCHAFT.
         MOVE VTE-ID(WS-VTL-INDEX) TO WS-ID-ANZEIGE.
         PERFORM V400-SUCHE-STILLLEGUNG-ERLEDIGT.
         IF WS-STILL-INDEX > WS-STILL-ANZAHL
             EXIT PARAGRAPH
         END-IF.
         MOVE VTE-VERTEILER(WS-VTL-INDEX) TO WS-VTZ-VERTEILER.
         MOVE STL-ALT-ID(WS-STILL-INDEX) TO WS-VTZ-ALT-ID.
         MOVE STL-NEU-ID(WS-STILL-INDEX) TO WS-VTZ-NEU-ID.
         MOVE ZERO TO WS-VTL-TREFFER.
         IF VTE-AUSTRITT(WS-VTL-INDEX) = SPACES
             PERFORM V310-SUCHE-UEBERLEBENDEN
                 VARYING WS-VTL-SUCH-INDEX FROM 1 BY 1
                 UNTIL WS-VTL-SUCH-INDEX > WS-VTL-ANZAHL
                     OR WS-VTL-TREFFER > ZERO
         END-IF.
         IF WS-VTL-TREFFER > ZERO
             MOVE "J" TO VTE-ENTFAELLT-SCHALTER(WS-VTL-INDEX)
             ADD 1 TO WS-VTL-ENTFALLEN-ZAEHLER
             MOVE "ENTFAELLT, BEREITS MITGLIED"
                 TO WS-VTZ-ERGEBNIS
         ELSE
             MOVE STL-NEU-ID(WS-STILL-INDEX)
                 TO VTE-ID(WS-VTL-INDEX)
             MOVE "adrmerge" TO VTE-QUELLE(WS-VTL-INDEX)
             ADD 1 TO WS-VTL-UEBERTRAGEN-ZAEHLER
             IF VTE-AUSTRITT(WS-VTL-INDEX) = SPACES
                 MOVE "UEBERTRAGEN" TO WS-VTZ-ERGEBNIS
             ELSE
                 MOVE "UEBERTRAGEN (AUSGETRAGEN)"
                     TO WS-VTZ-ERGEBNIS
             END-IF
         END-IF.
         MOVE WS-VERTEILERZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       V310-SUCHE-UEBERLEBENDEN.
         IF VTE-ID(WS-VTL-SUCH-INDEX) = STL-NEU-ID(WS-STILL-INDEX)
             AND VTE-VERTEILER(WS-VTL-SUCH-INDEX)
                 = VTE-VERTEILER(WS-VTL-INDEX)
             AND VTE-AUSTRITT(WS-VTL-SUCH-INDEX) = SPACES
             AND VTE-ENTFAELLT-SCHALTER(WS-VTL-SUCH-INDEX) = "N"
             MOVE WS-VTL-SUCH-INDEX TO WS-VTL-TREFFER
         END-IF.

      * Stilllegung zu WS-ID-ANZEIGE suchen, die im Lauf
      * tatsaechlich vollzogen wurde.
       V400-SUCHE-STILLLEGUNG-ERLEDIGT.
         MOVE 1 TO WS-STILL-INDEX.
         PERFORM C210-NAECHSTE-STILLLEGUNG
             UNTIL WS-STILL-INDEX > WS-STILL-ANZAHL
             OR (STL-ALT-ID(WS-STILL-INDEX) = WS-ID-ANZEIGE
                 AND STL-ERLEDIGT-SCHALTER(WS-STILL-INDEX) = "J").

      * Ruecknahmekopie ziehen, dann die Datei wie vtlpfl mit
      * Erlaeuterungskopf neu schreiben.
       V500-SCHREIBE-VTLDATEI.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         MOVE "cp VERTEILER.DAT VERTEILER.ALT" TO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             DISPLAY "ADRMERGE: Ruecknahmekopie VERTEILER.ALT "
                 "misslungen (RC " WS-KOMMANDO-RC ")"
             STOP RUN RETURNING 1
         END-IF.
         OPEN OUTPUT VTL-DATEI.
         IF NOT VTL-STATUS-OK
             DISPLAY "Sorry, unable to open VERTEILER.DAT, status "
                 VTL-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "* VERTEILER.DAT - staendige Verteiler (Pflege: vtlpfl)"
             TO VTL-SATZ.
         PERFORM V520-SCHREIBE-VTLSATZ.
         MOVE "* Je Zeile: ADR-ID;VERTEILER;EINTRITT;AUSTRITT;QUELLE"
             TO VTL-SATZ.
         PERFORM V520-SCHREIBE-VTLSATZ.
         MOVE "* AUSTRITT leer = Mitglied; siehe verteil.cpy"
             TO VTL-SATZ.
         PERFORM V520-SCHREIBE-VTLSATZ.
         PERFORM V510-SCHREIBE-EINTRAG
             VARYING WS-VTL-INDEX FROM 1 BY 1
             UNTIL WS-VTL-INDEX > WS-VTL-ANZAHL.
         CLOSE VTL-DATEI.

       V510-SCHREIBE-EINTRAG.
         IF VTE-ENTFAELLT-SCHALTER(WS-VTL-INDEX) = "J"
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-VTLZEILE.
         STRING VTE-ID(WS-VTL-INDEX) ";"
             FUNCTION TRIM(VTE-VERTEILER(WS-VTL-INDEX)) ";"
             VTE-EINTRITT(WS-VTL-INDEX) ";"
             FUNCTION TRIM(VTE-AUSTRITT(WS-VTL-INDEX)) ";"
             FUNCTION TRIM(VTE-QUELLE(WS-VTL-INDEX))
             DELIMITED BY SIZE INTO WS-VTLZEILE.
         MOVE WS-VTLZEILE TO VTL-SATZ.
         PERFORM V520-SCHREIBE-VTLSATZ.

       V520-SCHREIBE-VTLSATZ.
         WRITE VTL-SATZ.
         IF NOT VTL-STATUS-OK
             DISPLAY "Sorry, error writing VERTEILER.DAT, status "
                 VTL-STATUS
             STOP RUN RETURNING 1
         END-IF.

      * Werbesperre und Versandhistorie: jede Zeile einer im Lauf
      * stillgelegten ID geht mit dem Rest unveraendert auf den
      * Ueberlebenden ueber, damit weder eine Sperre noch die
      * Kontaktgrenze mit der alten ID verloren geht. Die Datei
      * wird ueber eine Zwischendatei <DATEI>.NEU neu geschrieben;
      * nur wenn eine Zeile verlegt wurde, wird vorher die
      * Ruecknahmekopie gezogen und die Datei ersetzt. Eine
      * fehlende Datei ist zulaessig.
       W000-VERLEGE-ZEILEN.
         MOVE ZERO TO WS-UMZUG-ZAEHLER.
         MOVE "N" TO WS-UMZUG-ENDE-SCHALTER.
         SET ENVIRONMENT "UMZUGALT" TO FUNCTION TRIM(WS-UMZUG-DATEI).
         OPEN INPUT UMZUG-ALT.
         IF UMZALT-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT UMZALT-STATUS-OK
             DISPLAY "Sorry, unable to open "
                 FUNCTION TRIM(WS-UMZUG-DATEI) ", status "
                 UMZALT-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-UMZUG-ZWISCHEN.
         STRING FUNCTION TRIM(WS-UMZUG-DATEI) ".NEU"
             DELIMITED BY SIZE INTO WS-UMZUG-ZWISCHEN.
         SET ENVIRONMENT "UMZUGNEU"
             TO FUNCTION TRIM(WS-UMZUG-ZWISCHEN).
         OPEN OUTPUT UMZUG-NEU.
         IF NOT UMZNEU-STATUS-OK
             DISPLAY "Sorry, unable to open "
                 FUNCTION TRIM(WS-UMZUG-ZWISCHEN) ", status "
                 UMZNEU-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM W100-LIES-UMZUGZEILE.
         PERFORM W200-VERLEGE-UMZUGZEILE
             UNTIL ENDE-DER-UMZUGDATEI.
         CLOSE UMZUG-ALT UMZUG-NEU.
         PERFORM W300-ERSETZE-UMZUGDATEI.

       W100-LIES-UMZUGZEILE.
         READ UMZUG-ALT
             AT END SET ENDE-DER-UMZUGDATEI TO TRUE.
         IF NOT UMZALT-STATUS-OK AND NOT UMZALT-STATUS-ENDE
             DISPLAY "Sorry, error reading "
                 FUNCTION TRIM(WS-UMZUG-DATEI) ", status "
                 UMZALT-STATUS
             STOP RUN RETURNING 1
         END-IF.

       W200-VERLEGE-UMZUGZEILE.
         MOVE UMZUG-ALT-SATZ TO UMZUG-NEU-SATZ.
         IF UMZUG-ALT-SATZ NOT = SPACES
             AND UMZUG-ALT-SATZ(1:1) NOT = "*"
             MOVE UMZUG-ALT-SATZ(1:6) TO WS-ID-ANZEIGE
             PERFORM V400-SUCHE-STILLLEGUNG-ERLEDIGT
             IF WS-STILL-INDEX NOT GREATER WS-STILL-ANZAHL
                 MOVE STL-NEU-ID(WS-STILL-INDEX)
                     TO UMZUG-NEU-SATZ(1:6)
                 ADD 1 TO WS-UMZUG-ZAEHLER
                 MOVE WS-UMZUG-DATEI TO WS-UMZ-DATEI
                 MOVE STL-ALT-ID(WS-STILL-INDEX) TO WS-UMZ-ALT-ID
                 MOVE STL-NEU-ID(WS-STILL-INDEX) TO WS-UMZ-NEU-ID
                 MOVE UMZUG-ALT-SATZ(8:40) TO WS-UMZ-INHALT
                 MOVE WS-UMZUGZEILE TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
         END-IF.
         WRITE UMZUG-NEU-SATZ.
         IF NOT UMZNEU-STATUS-OK
             DISPLAY "Sorry, error writing "
                 FUNCTION TRIM(WS-UMZUG-ZWISCHEN) ", status "
                 UMZNEU-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM W100-LIES-UMZUGZEILE.

      * Ohne verlegte Zeile wird die Zwischendatei verworfen,
      * sonst Ruecknahmekopie ziehen und die Datei ersetzen.
       W300-ERSETZE-UMZUGDATEI.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         IF WS-UMZUG-ZAEHLER = ZERO
             STRING "rm -f " FUNCTION TRIM(WS-UMZUG-ZWISCHEN)
                 DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO
             CALL "SYSTEM" USING WS-SYSTEMKOMMANDO
             EXIT PARAGRAPH
         END-IF.
         STRING "cp " FUNCTION TRIM(WS-UMZUG-DATEI) " "
             FUNCTION TRIM(WS-UMZUG-RUECKNAHME)
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             DISPLAY "ADRMERGE: Ruecknahmekopie "
                 FUNCTION TRIM(WS-UMZUG-RUECKNAHME)
                 " misslungen (RC " WS-KOMMANDO-RC ")"
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "mv " FUNCTION TRIM(WS-UMZUG-ZWISCHEN) " "
             FUNCTION TRIM(WS-UMZUG-DATEI)
             DELIMITED BY SIZE INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             DISPLAY "ADRMERGE: " FUNCTION TRIM(WS-SYSTEMKOMMANDO)
                 " fehlgeschlagen (RC " WS-KOMMANDO-RC ")"
             STOP RUN RETURNING 1
         END-IF.

      * Herkunftsprotokoll: alter Master und Entscheidungsdatei zum
      * neuen Master.
       Z900-MELDE-HERKUNFT.
         MOVE "adrmerge" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-MASTER.DAT" TO HKF-DATEI.
         MOVE MAS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE "ADRMERGE.ENT" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-NEU.DAT" TO HKF-DATEI.
         MOVE NEU-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADRMERGE: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM adrmerge.

      * vim:ai sw=4 sts=4 expandtab
