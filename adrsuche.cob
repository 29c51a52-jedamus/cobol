      *         ohne Parameter: Suchmaske am Bildschirm mit
      *         Trefferliste (ADR-ID neben Name und Ort),
      *         W blaettert weiter, X beendet.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Neuer Adresssatz (siehe adresse.cpy): FELD=PLZ
      *     vergleicht jetzt exakt mit ADR-PLZ (damit auch
      *     auslaendische Postleitzahlen); die Suche nach einer
      *     freistehenden PLZ in der Ortszeile entfaellt. Der Ort
      *     der Trefferzeile wird aus ADR-ORT, ADR-STAAT und
      *     ADR-PLZ zusammengesetzt (CALL "ortzeile", siehe
      *     ortzeile.cpy).
      *   - Anmeldung (CALL "zugang", siehe zugang.cpy): vor jeder
      *     Suche, im Dialog wie im Stapelbetrieb, meldet sich der
      *     Benutzer an der Anmeldemaske an (drei Versuche); suchen
      *     darf nur, wer die Rolle A (Adressauskunft) hat.
      *   - Logisch geloeschte Saetze (ADR-GELOESCHT) gehen im
      *     Stapelbetrieb nicht in die ID-Liste, sie werden nur
      *     gezaehlt; im Dialog erscheinen sie mit dem Vorsatz
      *     "(GELOESCHT)", damit die ADR-ID fuer die Wiederherstellung
      *     in adrmaske gefunden wird.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrsuche.
          88 ENDE-DES-MASTERS                     VALUE "J".
       01 WS-TREFFER-ZAEHLER          PIC 9(09)   COMP VALUE ZERO.
       01 WS-GELESEN-ZAEHLER          PIC 9(09)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(09)   COMP VALUE ZERO.

       01 WS-SUCHWERT-GROSS           PIC X(40).
       01 WS-SUCHWERT-LAENGE          PIC 9(02)   COMP VALUE ZERO.
       01 WS-SATZ-TREFFER-SCHALTER    PIC X(01)   VALUE "N".
          88 SATZ-TRIFFT                          VALUE "J".

       01 WS-ID-ANZEIGE               PIC X(06).
       01 WS-TREFFERZEILE.
          05 WS-TRF-ID                PIC X(06).
       01 WS-SEITE-FERTIG-SCHALTER    PIC X(01)   VALUE "N".
          88 SEITE-FERTIG                         VALUE "J".

       01 WS-ANM-BENUTZER             PIC X(08)   VALUE SPACES.
       01 WS-ANM-KENNWORT             PIC X(20)   VALUE SPACES.
       01 WS-ANM-VERSUCHE             PIC 9(01)   VALUE ZERO.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==INDEX-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==INDEX-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==AUSGABE-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==AUSGABE-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==AUSGABE-STATUS==.
       COPY "ortzeile.cpy".
       COPY "zugang.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.
       01 MASKE-ANMELDUNG.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 10 VALUE "ADRSUCHE - ANMELDUNG".
          05 LINE 4 COLUMN 5 VALUE "BENUTZER      : ".
          05 LINE 4 COLUMN 22 PIC X(08) USING WS-ANM-BENUTZER.
          05 LINE 5 COLUMN 5 VALUE "KENNWORT      : ".
          05 LINE 5 COLUMN 22 PIC X(20) USING WS-ANM-KENNWORT
             SECURE.
          05 LINE 7 COLUMN 5 PIC X(60) FROM WS-MELDUNG.

       01 MASKE-SUCHE.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 10 VALUE
         PERFORM A100-WERTE-PARAMETER-AUS
             VARYING WS-WORT-INDEX FROM 1 BY 1
             UNTIL WS-WORT-INDEX > 3.
         PERFORM S800-MELDE-AN.

         OPEN INPUT INDEX-MASTER.
         IF INDEX-STATUS = "35"
             PERFORM C000-SUCHE-IM-STAPEL
         END-IF.
         CLOSE INDEX-MASTER.
         MOVE "ABMELDEN" TO ZUG-FUNKTION.
         CALL "zugang" USING ZUG-BLOCK.
         STOP RUN.

      * Anmeldung: drei Versuche, dann endet das Programm; danach
      * muss der Benutzer die Rolle A haben. Pruefung und
      * Protokoll uebernimmt zugang.
       S800-MELDE-AN.
         MOVE ZERO TO WS-ANM-VERSUCHE.
         MOVE SPACES TO WS-MELDUNG.
         MOVE "81" TO ZUG-STATUS.
         PERFORM S810-FRAGE-ANMELDUNG
             UNTIL ZUG-STATUS = "00"
             OR WS-ANM-VERSUCHE NOT LESS 3.
         IF ZUG-STATUS NOT = "00"
             DISPLAY "ADRSUCHE: Anmeldung gescheitert (Status "
                 ZUG-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         MOVE SPACES TO WS-MELDUNG.
         MOVE "PRUEFEN" TO ZUG-FUNKTION.
         MOVE "A" TO ZUG-ROLLE.
         MOVE "S" TO ZUG-AUSWAHL.
         CALL "zugang" USING ZUG-BLOCK.
         IF ZUG-STATUS NOT = "00"
             DISPLAY "ADRSUCHE: keine Berechtigung fuer die "
                 "Adressauskunft (Rolle A)"
             MOVE "ABMELDEN" TO ZUG-FUNKTION
             CALL "zugang" USING ZUG-BLOCK
             STOP RUN RETURNING 1
         END-IF.

       S810-FRAGE-ANMELDUNG.
         ADD 1 TO WS-ANM-VERSUCHE.
         MOVE SPACES TO WS-ANM-KENNWORT.
         DISPLAY MASKE-ANMELDUNG.
         ACCEPT MASKE-ANMELDUNG.
         MOVE "ANMELDEN" TO ZUG-FUNKTION.
         MOVE "adrsuche" TO ZUG-PROGRAMM.
         MOVE WS-ANM-BENUTZER TO ZUG-BENUTZER.
         MOVE WS-ANM-KENNWORT TO ZUG-KENNWORT.
         MOVE SPACES TO WS-ANM-KENNWORT.
         CALL "zugang" USING ZUG-BLOCK.
         EVALUATE ZUG-STATUS
             WHEN "00"
                 CONTINUE
             WHEN "81"
                 MOVE "BENUTZER ODER KENNWORT FALSCH" TO WS-MELDUNG
             WHEN OTHER
                 MOVE 3 TO WS-ANM-VERSUCHE
         END-EVALUATE.

       A100-WERTE-PARAMETER-AUS.
         EVALUATE TRUE
             WHEN WS-WORT(WS-WORT-INDEX) = SPACES
         CLOSE AUSGABE-DATEI.
         DISPLAY "ADRSUCHE: " WS-GELESEN-ZAEHLER " durchsucht, "
             WS-TREFFER-ZAEHLER " Treffer nach "
             FUNCTION TRIM(WS-AUSGABE-NAME)
             ", geloeschte Treffer uebergangen "
             WS-GELOESCHT-ZAEHLER.
         IF WS-TREFFER-ZAEHLER = ZERO
             STOP RUN RETURNING 2
         END-IF.
         IF NOT ENDE-DES-MASTERS
             ADD 1 TO WS-GELESEN-ZAEHLER
             PERFORM S200-PRUEFE-SATZ
             IF SATZ-TRIFFT AND ADR-GELOESCHT
                 ADD 1 TO WS-GELOESCHT-ZAEHLER
             ELSE
                 IF SATZ-TRIFFT
                     ADD 1 TO WS-TREFFER-ZAEHLER
                     PERFORM C200-SCHREIBE-TREFFER
                 END-IF
             END-IF
         END-IF.

         MOVE ADR-ID TO WS-ID-ANZEIGE.
         MOVE WS-ID-ANZEIGE TO WS-TRF-ID.
         MOVE ADR-NAME TO WS-TRF-NAME.
         PERFORM D000-SETZE-TREFFER-ORT.
         DISPLAY WS-TREFFERZEILE.
         MOVE WS-ID-ANZEIGE TO AUSGABE-SATZ.
         WRITE AUSGABE-SATZ.
         END-READ.

      * Vergleich enthaltend und in Grossschrift; bei PLZ wird
      * ADR-PLZ exakt verglichen.
       S200-PRUEFE-SATZ.
         MOVE "N" TO WS-SATZ-TREFFER-SCHALTER.
         EVALUATE WS-SUCHFELD
                 MOVE ADR-ORGANISATION TO WS-FELD-GROSS
                 PERFORM S300-PRUEFE-ENTHALTEN
             WHEN "PLZ"
                 IF ADR-PLZ = WS-SUCHWERT(1:10)
                     SET SATZ-TRIFFT TO TRUE
                 END-IF
         END-EVALUATE.
             SET SATZ-TRIFFT TO TRUE
         END-IF.

      * Ort der Trefferzeile aus ADR-ORT, ADR-STAAT und ADR-PLZ.
       D000-SETZE-TREFFER-ORT.
         MOVE ADR-ORTSANGABE TO ORTZ-ORTSANGABE.
         CALL "ortzeile" USING ORTZ-BLOCK.
         MOVE ORTZ-ZEILE TO WS-TRF-ORT.

      * Dialogbetrieb: Suchmaske zeigen, Treffer seitenweise als
      * Auswahlliste anbieten.
                 MOVE ADR-ID TO WS-ID-ANZEIGE
                 MOVE WS-ID-ANZEIGE TO WS-TRF-ID
                 MOVE ADR-NAME TO WS-TRF-NAME
                 IF ADR-GELOESCHT
                     STRING "(GELOESCHT) " DELIMITED BY SIZE
                         ADR-NAME DELIMITED BY SIZE
                         INTO WS-TRF-NAME
                     END-STRING
                 END-IF
                 PERFORM D000-SETZE-TREFFER-ORT
                 MOVE WS-TREFFERZEILE
                     TO WS-LISTE-ZEILE(WS-LISTE-ANZAHL)
             END-IF
