      *     lassen sich damit ohne Abtippen nachdrucken. Die
      *     Schluesseltabelle fasst dafuer 520 IDs (20 von der
      *     Kommandozeile plus eine volle Trefferliste).
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Neuer Adresssatz (siehe adresse.cpy): das Standard-
      *     layout druckt wie beisp13 zusaetzlich die Zustellzeile
      *     ADR-STRASSE und die aus ADR-ORT, ADR-STAAT und ADR-PLZ
      *     zusammengesetzte Ortszeile (CALL "ortzeile", siehe
      *     ortzeile.cpy). Blockhoehe ohne Vorlage damit 6, mit
      *     LESEZEILE 7. Vorlagen kennen zusaetzlich die Felder
      *     ADR-STRASSE, ADR-ORT, ADR-STAAT und ADR-PLZ. Die PLZ
      *     der Lesezeile kommt direkt aus ADR-PLZ.
      *   - Lagerbestand (siehe lager.cpy): am Ende bucht der Lauf
      *     den Etikettenverbrauch aus den Trailerzahlen nach
      *     LAGERBEW.DAT (CALL "lager") - bei MATERIAL=BOGEN
      *     (Standard) einen Bogen ETIKBOGEN1 je angefangene Seite zu
      *     WS-BLOECKE-PRO-SEITE Bloecken, bei MATERIAL=ROLLE je
      *     Block ein ETIKROLLE. Ein nicht buchbares Lager wird
      *     gemeldet und aendert den RETURN-CODE nicht.
      *   - Druckwarteschlange: NACHDRUCK.DAT wird am Ende als
      *     Druckauftrag NACHDRUCK angemeldet (CALL "druckq", siehe
      *     druckq.cpy), damit auch Nachdrucke ueber druckst einem
      *     Drucker zugewiesen und nachverfolgt werden.
      *   - Herkunftsprotokoll: Eingaben und NACHDRUCK.DAT werden nach
      *     HERKUNFT.LOG gemeldet (CALL "herkunft", siehe herkunft.cpy).
      *   - Logisch geloeschte Adressen (ADR-LOESCHKZ G, siehe
      *     adresse.cpy) werden nicht nachgedruckt, auch nicht als
      *     Ueberlebende eines Querverweises; sie werden mit
      *     Loeschdatum gemeldet und beenden den Lauf wie eine
      *     fehlende ADR-ID mit RETURN-CODE 2.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrnachdr.
       01 WS-BLOCK-ZAEHLER            PIC 9(05)   COMP VALUE ZERO.
       01 WS-ZEILEN-ZAEHLER           PIC 9(05)   COMP VALUE ZERO.
       01 WS-FEHLT-ZAEHLER            PIC 9(05)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.

       01 WS-TRAILER-SATZ.
          05 FILLER                   PIC X(04)   VALUE "BLK=".
       01 WS-VORLAGEN-ANZAHL          PIC 9(02)   COMP VALUE ZERO.
       01 WS-VORLAGEN-MAXIMUM         PIC 9(02)   COMP VALUE 8.
       01 WS-VORLAGEN-INDEX           PIC 9(02)   COMP VALUE ZERO.
       01 WS-BLOCK-HOEHE              PIC 9(02)   COMP VALUE 6.
       01 WS-BLOCK-ZEILE              PIC 9(02)   COMP VALUE ZERO.
       01 WS-FELDZEILE                PIC X(40).
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
       01 WS-LESEZEILE-SCHALTER       PIC X(01)   VALUE "N".
          88 MIT-LESEZEILE                        VALUE "J".
       01 WS-LISTE-NAME               PIC X(40)   VALUE SPACES.
       01 WS-MATERIAL                 PIC X(05)   VALUE "BOGEN".
          88 MATERIAL-BOGEN                       VALUE "BOGEN".
          88 MATERIAL-ROLLE                       VALUE "ROLLE".
       01 WS-ETIKETTENREIHEN          PIC 9(09)   COMP VALUE ZERO.
       01 WS-LISTE-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DER-LISTE                       VALUE "J".
       01 WS-LESEZEILE.
          05 WS-LSZ-PLZ               PIC X(05).
          05 WS-LSZ-PRUEFZIFFER       PIC 9(01).
       01 WS-PLZ                      PIC X(05).
       COPY "pruefzif.cpy".
       COPY "ortzeile.cpy".
       COPY "lager.cpy".
       COPY "druckq.cpy".
       COPY "herkunft.cpy".

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==INDEX-STATUS-1==
         PERFORM T500-SUCHE-VORLAGENPARAMETER
             VARYING WS-SCHLUESSEL-INDEX FROM 1 BY 1
             UNTIL WS-SCHLUESSEL-INDEX > WS-SCHLUESSEL-ANZAHL.
         IF NOT MATERIAL-BOGEN AND NOT MATERIAL-ROLLE
             DISPLAY "ADRNACHDR: MATERIAL muss BOGEN oder ROLLE sein"
             STOP RUN RETURNING 1
         END-IF.
         PERFORM L000-LADE-LAENDER.
         IF WS-VORLAGE-NAME NOT = SPACES
             PERFORM T000-LADE-VORLAGE
         END-IF.
      * Die Lesezeile braucht eine freie Zeile am Blockende; ohne
      * Vorlage waechst die Blockhoehe dafuer von 6 auf 7.
         IF MIT-LESEZEILE
             IF WS-VORLAGEN-ANZAHL = ZERO
                 MOVE 7 TO WS-BLOCK-HOEHE
             ELSE
                 IF WS-VORLAGEN-ANZAHL NOT LESS WS-BLOCK-HOEHE
                     DISPLAY "ADRNACHDR: LESEZEILE braucht eine "
                 AND WS-LISTE-NAME = SPACES)
             DISPLAY "ADRNACHDR: keine ADR-ID angegeben; Aufruf: "
                 "adrnachdr id [id ...] [LISTE=datei] "
                 "[TPL=name] [LESEZEILE] [MATERIAL=BOGEN|ROLLE]"
             STOP RUN RETURNING 1
         END-IF.
         PERFORM X000-LADE-XREF.
         END-IF.

         CLOSE INDEX-MASTER ZEILENAUSGABE-DATEI ZEILENDRUCK-DATEI.
         PERFORM J200-BUCHE-VERBRAUCH.
         IF WS-BLOCK-ZAEHLER > ZERO
             PERFORM Q000-MELDE-DRUCKAUFTRAG
         END-IF.
         PERFORM Z900-MELDE-HERKUNFT.
         DISPLAY "ADRNACHDR: nachgedruckt " WS-BLOCK-ZAEHLER
             ", nicht gefunden " WS-FEHLT-ZAEHLER
             ", geloescht " WS-GELOESCHT-ZAEHLER.
         IF WS-FEHLT-ZAEHLER NOT = ZERO
             OR WS-GELOESCHT-ZAEHLER NOT = ZERO
             STOP RUN RETURNING 2
         END-IF.
         STOP RUN.
             OR WS-SCHLUESSEL(WS-SCHLUESSEL-INDEX)(1:4) = "TPL="
             OR WS-SCHLUESSEL(WS-SCHLUESSEL-INDEX)(1:6)
                 = "LISTE="
             OR WS-SCHLUESSEL(WS-SCHLUESSEL-INDEX)(1:9)
                 = "MATERIAL="
             OR WS-SCHLUESSEL(WS-SCHLUESSEL-INDEX) = "LESEZEILE"
             CONTINUE
         ELSE
             END-IF
         END-IF.

      * Blockaufbau: ohne Vorlage das sechszeilige Standard-
      * layout, mit Vorlage die FELD/TEXT/LEER-Zeilen der
      * Vorlagendatei (leere Felder werden unterdrueckt, der
      * Block wird auf die Blockhoehe aufgefuellt).
       C200-SCHREIBE-ADRESSBLOCK.
      * Eine logisch geloeschte Adresse wird nicht nachgedruckt;
      * sie muss erst wiederhergestellt werden.
         IF ADR-GELOESCHT
             ADD 1 TO WS-GELOESCHT-ZAEHLER
             DISPLAY "ADRNACHDR: ADR-ID " ADR-ID
                 " ist geloescht (" ADR-LOESCHDATUM
                 "), kein Nachdruck"
             EXIT PARAGRAPH
         END-IF.
         IF WS-BLOCK-AUF-SEITE NOT LESS THAN WS-BLOECKE-PRO-SEITE
             PERFORM G000-SCHREIBE-SEITENKOPF
         END-IF.
             PERFORM C230-SCHREIBE-BLOCKZEILE
             MOVE ADR-ORGANISATION TO WS-FELDZEILE
             PERFORM C230-SCHREIBE-BLOCKZEILE
             MOVE ADR-STRASSE TO WS-FELDZEILE
             PERFORM C230-SCHREIBE-BLOCKZEILE
             PERFORM C225-SETZE-ORTSZEILE
             PERFORM C230-SCHREIBE-BLOCKZEILE
             PERFORM L300-SETZE-LANDZEILE
             MOVE WS-LANDZEILE TO WS-FELDZEILE
                 MOVE ADR-ABTEILUNG TO WS-FELDZEILE
             WHEN "ADR-ORGANISATION"
                 MOVE ADR-ORGANISATION TO WS-FELDZEILE
             WHEN "ADR-STRASSE"
                 MOVE ADR-STRASSE TO WS-FELDZEILE
             WHEN "ADR-ORT"
                 MOVE ADR-ORT TO WS-FELDZEILE
             WHEN "ADR-STAAT"
                 MOVE ADR-STAAT TO WS-FELDZEILE
             WHEN "ADR-PLZ"
                 MOVE ADR-PLZ TO WS-FELDZEILE
             WHEN "ADR-ORT-STAAT-PLZ"
                 PERFORM C225-SETZE-ORTSZEILE
             WHEN "ADR-LAND"
                 MOVE ADR-LAND TO WS-FELDZEILE
             WHEN "ADR-LAND-NAME"
                 MOVE WS-LANDZEILE TO WS-FELDZEILE
         END-EVALUATE.

      * Ortszeile aus ADR-ORT, ADR-STAAT und ADR-PLZ.
       C225-SETZE-ORTSZEILE.
         MOVE ADR-ORTSANGABE TO ORTZ-ORTSANGABE.
         CALL "ortzeile" USING ORTZ-BLOCK.
         MOVE ORTZ-ZEILE TO WS-FELDZEILE.

       C230-SCHREIBE-BLOCKZEILE.
         IF WS-BLOCK-ZEILE < WS-BLOCK-HOEHE
             ADD 1 TO WS-BLOCK-ZEILE
      * erkennbare PLZ (z.B. Ausland) stehen Nullen an der
      * PLZ-Stelle.
       M000-BAUE-LESEZEILE.
         PERFORM M100-HOLE-PLZ.
         MOVE ADR-ID TO WS-LSZ-ID.
         IF WS-PLZ = SPACES
             MOVE "00000" TO WS-LSZ-PLZ
         CALL "pruefzif" USING PZF-BLOCK.
         MOVE PZF-PRUEFZIFFER TO WS-LSZ-PRUEFZIFFER.

      * Die PLZ steht in ADR-PLZ; fuer die Lesezeile gilt sie
      * nur fuenfstellig numerisch, sonst bleibt WS-PLZ leer.
       M100-HOLE-PLZ.
         MOVE SPACES TO WS-PLZ.
         IF ADR-PLZ(1:5) IS NUMERIC AND ADR-PLZ(6:5) = SPACES
             MOVE ADR-PLZ(1:5) TO WS-PLZ
         END-IF.

       D000-SCHREIBE-TRAILER.
             MOVE WS-SCHLUESSEL(WS-SCHLUESSEL-INDEX)(7:18)
                 TO WS-LISTE-NAME
         END-IF.
         IF WS-SCHLUESSEL(WS-SCHLUESSEL-INDEX)(1:9) = "MATERIAL="
             MOVE WS-SCHLUESSEL(WS-SCHLUESSEL-INDEX)(10:5)
                 TO WS-MATERIAL
         END-IF.

      * Laedt die Vorlagendatei <name>.TPL (HOEHE;n, FELD;name,
      * TEXT;text, LEER; siehe ETIKETT.TPL); eine fehlende oder
             AND WS-FELD-INHALT NOT = "ADR-NAME"
             AND WS-FELD-INHALT NOT = "ADR-ABTEILUNG"
             AND WS-FELD-INHALT NOT = "ADR-ORGANISATION"
             AND WS-FELD-INHALT NOT = "ADR-STRASSE"
             AND WS-FELD-INHALT NOT = "ADR-ORT"
             AND WS-FELD-INHALT NOT = "ADR-STAAT"
             AND WS-FELD-INHALT NOT = "ADR-PLZ"
             AND WS-FELD-INHALT NOT = "ADR-ORT-STAAT-PLZ"
             AND WS-FELD-INHALT NOT = "ADR-LAND"
             AND WS-FELD-INHALT NOT = "ADR-LAND-NAME"
             MOVE WS-XREF-ANZAHL TO WS-XREF-INDEX
         END-IF.

      * Lagerbestand: eine Etikettenreihe je Block (einbahnig),
      * gezaehlt aus den Trailerzahlen; Bogenware je angefangene
      * Seite ein Bogen.
       J200-BUCHE-VERBRAUCH.
         COMPUTE WS-ETIKETTENREIHEN =
             WS-ZEILEN-ZAEHLER / WS-BLOCK-HOEHE.
         IF WS-ETIKETTENREIHEN = ZERO
             EXIT PARAGRAPH
         END-IF.
         IF MATERIAL-ROLLE
             MOVE "ETIKROLLE" TO LAG-SORTE
             MOVE WS-ETIKETTENREIHEN TO LAG-MENGE
         ELSE
             MOVE "ETIKBOGEN1" TO LAG-SORTE
             COMPUTE LAG-MENGE = (WS-ETIKETTENREIHEN
                 + WS-BLOECKE-PRO-SEITE - 1) / WS-BLOECKE-PRO-SEITE
         END-IF.
         MOVE "adrnachd" TO LAG-PROGRAMM.
         SET LAG-VERBRAUCH TO TRUE.
         MOVE "NACHDRUCK" TO LAG-BELEG.
         MOVE "BUCHEN" TO LAG-FUNKTION.
         CALL "lager" USING LAG-BLOCK.
         IF LAG-STATUS NOT = "00"
             DISPLAY "ADRNACHDR: Lagerbuchung nicht moeglich, "
                 "Status " LAG-STATUS
         END-IF.

      * NACHDRUCK.DAT als Druckauftrag in die Warteschlange
      * (siehe druckq.cpy).
       Q000-MELDE-DRUCKAUFTRAG.
         MOVE "adrnachd" TO DQ-PROGRAMM.
         MOVE "NACHDRUCK" TO DQ-ART.
         MOVE "NACHDRUCK.DAT" TO DQ-DATEI.
         MOVE WS-MATERIAL TO DQ-MATERIAL.
         MOVE ZERO TO DQ-KAMPAGNE.
         MOVE "ANMELDEN" TO DQ-FUNKTION.
         CALL "druckq" USING DQ-BLOCK.
         IF DQ-STATUS NOT = "00"
             DISPLAY "ADRNACHDR: Druckauftrag nicht angemeldet, "
                 "Status " DQ-STATUS
         ELSE
             DISPLAY "ADRNACHDR: Druckauftrag " DQ-JOB " mit "
                 DQ-SEITEN " Seiten angemeldet"
         END-IF.

      * Herkunftsprotokoll: indizierter Master, Querverweise,
      * Laendertabelle, Vorlage und ID-Liste zur Druckdatei.
       Z900-MELDE-HERKUNFT.
         MOVE "adrnachd" TO HKF-PROGRAMM.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "B" TO HKF-DATEIART.
         MOVE "ADDRESS-MASTER.IDX" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "L" TO HKF-DATEIART.
         MOVE "ADRXREF.DAT" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "LAND.TAB" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         IF WS-VORLAGE-NAME NOT = SPACES
             MOVE WS-VORLAGE-DATEINAME TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         IF WS-LISTE-NAME NOT = SPACES
             MOVE WS-LISTE-NAME TO HKF-DATEI
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "NACHDRUCK.DAT" TO HKF-DATEI.
         MOVE DRK-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADRNACHDR: Herkunftsprotokoll nicht geschrieben"
                 ", Status " HKF-STATUS
         END-IF.

       END PROGRAM adrnachdr.

      * vim:ai sw=4 sts=4 expandtab
