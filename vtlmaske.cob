      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Dialogpflege der staendigen Verteiler VERTEILER.DAT
      * (Satzbild siehe verteil.cpy), als Gegenstueck zur
      * Stapelpflege vtlpfl und im Aufbau wie adrmaske:
      *   V  Verteiler waehlen (ein neuer Name legt ihn an)
      *   B  Mitglieder des Verteilers blaettern
      *   E  ADR-ID eintragen (mit Anzeige der Adresse und
      *      Rueckfrage)
      *   A  ADR-ID austragen (mit Rueckfrage)
      *   X  Programm beenden
      * Die Namen kommen aus der indizierten Datei
      * ADDRESS-MASTER.IDX (von adrladen geladen, hier nur
      * gelesen); eingetragen werden nur ADR-IDs, die dort
      * stehen und nicht logisch geloescht sind. Die Sitzung
      * laedt VERTEILER.DAT zu Beginn und
      * schreibt sie beim Beenden nur bei einer Aenderung zurueck,
      * vorher wird die Ruecknahmekopie VERTEILER.ALT gezogen.
      * Ein Austrag stempelt das Austrittsdatum, die Zeile bleibt
      * als Nachweis stehen.
      * Sperrprotokoll (CALL "sperre", siehe sperre.cpy): haelt
      * der Nachtlauf die Laufsperre BATCH.SPR, laeuft die
      * Sitzung nur lesend (Waehlen und Blaettern). Sonst setzt
      * sie die Verteilersperre VERTEIL.SPR, die vtlpfl und
      * adrmerge respektieren, und loest sie beim Beenden; haelt
      * schon ein anderer die Verteilersperre, verweigert die
      * Maske den Start.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Eine logisch geloeschte Adresse (ADR-GELOESCHT) kann
      *     nicht eingetragen werden.
      *   - Anmeldung und Rollen (CALL "zugang", siehe zugang.cpy)
      *     wie in adrmaske: die Sitzung beginnt mit der Anmeldemaske
      *     (drei Versuche); V/B verlangen die Rolle A, E/A die Rolle
      *     P. Jeder Ein- und Austrag geht als AENDERUNG ins
      *     Zugriffsprotokoll ZUGANG.LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. vtlmaske.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-MASTER
           ASSIGN TO "ADDRESS-MASTER.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-ID
           STATUS IS INDEX-STATUS.

           SELECT VTL-DATEI
           ASSIGN TO "VERTEILER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS VTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDEX-MASTER
          LABEL RECORDS ARE OMITTED.
           COPY "adresse.cpy".

       FD VTL-DATEI
          LABEL RECORDS ARE OMITTED.
           01 VTL-SATZ                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AUSWAHL                  PIC X(01)   VALUE SPACE.
       01 WS-ANTWORT                  PIC X(01)   VALUE SPACE.
       01 WS-MELDUNG                  PIC X(60)   VALUE SPACES.
       01 WS-HEUTE                    PIC X(08).
       01 WS-ENDE-SCHALTER            PIC X(01)   VALUE "N".
          88 PFLEGE-BEENDET                       VALUE "J".
       01 WS-BLAETTER-SCHALTER        PIC X(01)   VALUE "N".
          88 BLAETTERN-BEENDET                    VALUE "J".
       01 WS-NURLESEN-SCHALTER        PIC X(01)   VALUE "N".
          88 NUR-LESEN                            VALUE "J".
       01 WS-GEAENDERT-SCHALTER       PIC X(01)   VALUE "N".
          88 VERTEILER-GEAENDERT                  VALUE "J".
       01 WS-VTL-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 ENDE-DER-VTLDATEI                    VALUE "J".
       01 WS-VTLDATEI-SCHALTER        PIC X(01)   VALUE "N".
          88 VTLDATEI-VORHANDEN                   VALUE "J".

       01 WS-ID-EINGABE               PIC 9(06)   VALUE ZERO.
       01 WS-NAME-EINGABE             PIC X(12)   VALUE SPACES.
       01 WS-NAMENSPRUEFUNG           PIC X(12).
       01 WS-VERTEILER                PIC X(12)   VALUE SPACES.
       01 WS-MITGLIEDER-ANZEIGE       PIC ZZZZ9.
       01 WS-MITGLIEDER-ANZAHL        PIC 9(05)   COMP VALUE ZERO.

       01 WS-MASKE-FELDER.
          05 WS-MSK-ID                PIC 9(06)   VALUE ZERO.
          05 WS-MSK-NAME              PIC X(40)   VALUE SPACES.
          05 WS-MSK-ORGANISATION      PIC X(40)   VALUE SPACES.
          05 WS-MSK-ORT               PIC X(40)   VALUE SPACES.
          05 WS-MSK-EINTRITT          PIC X(08)   VALUE SPACES.

       01 WS-VTL-TABELLE.
          05 WS-VTL-EINTRAG           OCCURS 9000 TIMES.
             10 VTE-ID                PIC 9(06).
             10 VTE-VERTEILER         PIC X(12).
             10 VTE-EINTRITT          PIC X(08).
             10 VTE-AUSTRITT          PIC X(08).
             10 VTE-QUELLE            PIC X(08).
       01 WS-VTL-ANZAHL               PIC 9(04)   COMP VALUE ZERO.
       01 WS-VTL-MAXIMUM              PIC 9(04)   COMP VALUE 9000.
       01 WS-VTL-INDEX                PIC 9(04)   COMP VALUE ZERO.
       01 WS-VTL-TREFFER              PIC 9(04)   COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-VERTEILER           PIC X(12)   VALUE SPACES.
       01 WS-FELD-EINTRITT            PIC X(08)   VALUE SPACES.
       01 WS-FELD-AUSTRITT            PIC X(08)   VALUE SPACES.
       01 WS-FELD-QUELLE              PIC X(08)   VALUE SPACES.
       01 WS-VTLZEILE                 PIC X(80).
       01 WS-SYSTEMKOMMANDO           PIC X(80).
       01 WS-KOMMANDO-RC              PIC 9(04)   COMP VALUE ZERO.

       01 WS-ANM-BENUTZER             PIC X(08)   VALUE SPACES.
       01 WS-ANM-KENNWORT             PIC X(20)   VALUE SPACES.
       01 WS-ANM-VERSUCHE             PIC 9(01)   VALUE ZERO.
       01 WS-BERECHTIGT-SCHALTER      PIC X(01)   VALUE "N".
          88 AUSWAHL-BERECHTIGT                   VALUE "J".

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==INDEX-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==INDEX-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==INDEX-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==INDEX-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==INDEX-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==VTL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==VTL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==VTL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==VTL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==VTL-STATUS==.

       COPY "sperre.cpy".
       COPY "zugang.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.
       01 MASKE-ANMELDUNG.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 10 VALUE "VTLMASKE - ANMELDUNG".
          05 LINE 4 COLUMN 5 VALUE "BENUTZER      : ".
          05 LINE 4 COLUMN 22 PIC X(08) USING WS-ANM-BENUTZER.
          05 LINE 5 COLUMN 5 VALUE "KENNWORT      : ".
          05 LINE 5 COLUMN 22 PIC X(20) USING WS-ANM-KENNWORT
             SECURE.
          05 LINE 7 COLUMN 5 PIC X(60) FROM WS-MELDUNG.

       01 MASKE-HAUPTMENUE.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 10 VALUE
             "VTLMASKE - DIALOGPFLEGE VERTEILER".
          05 LINE 3 COLUMN 10 VALUE "VERTEILER: ".
          05 LINE 3 COLUMN 21 PIC X(12) FROM WS-VERTEILER.
          05 LINE 3 COLUMN 35 VALUE "MITGLIEDER: ".
          05 LINE 3 COLUMN 47 PIC ZZZZ9 FROM WS-MITGLIEDER-ANZEIGE.
          05 LINE 5 COLUMN 10 VALUE "V  VERTEILER WAEHLEN".
          05 LINE 6 COLUMN 10 VALUE "B  MITGLIEDER BLAETTERN".
          05 LINE 7 COLUMN 10 VALUE "E  ADRESSE EINTRAGEN".
          05 LINE 8 COLUMN 10 VALUE "A  ADRESSE AUSTRAGEN".
          05 LINE 9 COLUMN 10 VALUE "X  BEENDEN".
          05 LINE 11 COLUMN 10 VALUE "AUSWAHL: ".
          05 LINE 11 COLUMN 20 PIC X(01) USING WS-AUSWAHL.
          05 LINE 13 COLUMN 10 PIC X(60) FROM WS-MELDUNG.
          05 LINE 15 COLUMN 10 VALUE "ANGEMELDET: ".
          05 LINE 15 COLUMN 22 PIC X(08) FROM WS-ANM-BENUTZER.

       01 MASKE-VERTEILER-ABFRAGE.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 10 VALUE "VTLMASKE - VERTEILER WAEHLEN".
          05 LINE 4 COLUMN 5 VALUE "VERTEILER: ".
          05 LINE 4 COLUMN 17 PIC X(12) USING WS-NAME-EINGABE.
          05 LINE 6 COLUMN 5 VALUE
             "GROSSBUCHSTABEN, ZIFFERN UND BINDESTRICH".
          05 LINE 8 COLUMN 5 PIC X(60) FROM WS-MELDUNG.

       01 MASKE-ID-ABFRAGE.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 10 VALUE "VTLMASKE - ADR-ID WAEHLEN".
          05 LINE 4 COLUMN 5 VALUE "ADR-ID: ".
          05 LINE 4 COLUMN 14 PIC 9(06) USING WS-ID-EINGABE.
          05 LINE 6 COLUMN 5 PIC X(60) FROM WS-MELDUNG.

       01 MASKE-MITGLIED-ANZEIGE.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 10 VALUE "VTLMASKE - VERTEILER ".
          05 LINE 2 COLUMN 31 PIC X(12) FROM WS-VERTEILER.
          05 LINE 4 COLUMN 5 VALUE "ADR-ID        : ".
          05 LINE 4 COLUMN 22 PIC 9(06) FROM WS-MSK-ID.
          05 LINE 6 COLUMN 5 VALUE "NAME          : ".
          05 LINE 6 COLUMN 22 PIC X(40) FROM WS-MSK-NAME.
          05 LINE 7 COLUMN 5 VALUE "ORGANISATION  : ".
          05 LINE 7 COLUMN 22 PIC X(40) FROM WS-MSK-ORGANISATION.
          05 LINE 8 COLUMN 5 VALUE "ORT           : ".
          05 LINE 8 COLUMN 22 PIC X(40) FROM WS-MSK-ORT.
          05 LINE 9 COLUMN 5 VALUE "EINTRITT      : ".
          05 LINE 9 COLUMN 22 PIC X(08) FROM WS-MSK-EINTRITT.
          05 LINE 11 COLUMN 5 PIC X(60) FROM WS-MELDUNG.
          05 LINE 13 COLUMN 5 VALUE "ANTWORT: ".
          05 LINE 13 COLUMN 14 PIC X(01) USING WS-ANTWORT.

      *
       PROCEDURE DIVISION.
       A000-PFLEGE-DIALOG.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         PERFORM S800-MELDE-AN.
         PERFORM S900-PRUEFE-UND-SETZE-SPERREN.
         OPEN INPUT INDEX-MASTER.
         IF INDEX-STATUS = "35"
             DISPLAY "VTLMASKE: ADDRESS-MASTER.IDX fehlt; erst "
                 "adrladen laufen lassen"
             PERFORM S950-LOESE-SPERRE
             STOP RUN RETURNING 1
         END-IF.
         IF NOT INDEX-STATUS-OK
             DISPLAY "Sorry, unable to open ADDRESS-MASTER.IDX, "
                 "status " INDEX-STATUS
             PERFORM S950-LOESE-SPERRE
             STOP RUN RETURNING 1
         END-IF.
         PERFORM L000-LADE-VTLDATEI.
         PERFORM B000-ZEIGE-HAUPTMENUE
             UNTIL PFLEGE-BEENDET.
         CLOSE INDEX-MASTER.
         IF VERTEILER-GEAENDERT
             PERFORM R000-SCHREIBE-VTLDATEI
         END-IF.
         PERFORM S950-LOESE-SPERRE.
         MOVE "ABMELDEN" TO ZUG-FUNKTION.
         CALL "zugang" USING ZUG-BLOCK.
         STOP RUN.

      * Anmeldung: drei Versuche, dann endet das Programm. Die
      * Pruefung und das Protokoll uebernimmt zugang.
       S800-MELDE-AN.
         MOVE ZERO TO WS-ANM-VERSUCHE.
         MOVE SPACES TO WS-MELDUNG.
         MOVE "81" TO ZUG-STATUS.
         PERFORM S810-FRAGE-ANMELDUNG
             UNTIL ZUG-STATUS = "00"
             OR WS-ANM-VERSUCHE NOT LESS 3.
         IF ZUG-STATUS NOT = "00"
             DISPLAY "VTLMASKE: Anmeldung gescheitert (Status "
                 ZUG-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         MOVE ZUG-BENUTZER TO WS-ANM-BENUTZER.
         MOVE SPACES TO WS-MELDUNG.

       S810-FRAGE-ANMELDUNG.
         ADD 1 TO WS-ANM-VERSUCHE.
         MOVE SPACES TO WS-ANM-KENNWORT.
         DISPLAY MASKE-ANMELDUNG.
         ACCEPT MASKE-ANMELDUNG.
         MOVE "ANMELDEN" TO ZUG-FUNKTION.
         MOVE "vtlmaske" TO ZUG-PROGRAMM.
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

      * Sperrprotokoll: haelt der Nachtlauf die Laufsperre,
      * bleibt die Sitzung Nur-Lesen; haelt jemand die
      * Verteilersperre, wird nicht gestartet; sonst wird sie
      * gesetzt (eine verwaiste alte Sperre wird gemeldet und
      * ueberschrieben).
       S900-PRUEFE-UND-SETZE-SPERREN.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "BATCH" TO SPR-NAME.
         MOVE "vtlmaske" TO SPR-PROGRAMM.
         CALL "sperre" USING SPR-BLOCK.
         EVALUATE SPR-STATUS
             WHEN "41"
                 SET NUR-LESEN TO TRUE
                 MOVE "BATCHLAUF AKTIV - NUR LESEN MOEGLICH"
                     TO WS-MELDUNG
                 EXIT PARAGRAPH
             WHEN "42"
                 DISPLAY "VTLMASKE: verwaiste Laufsperre "
                     "BATCH.SPR gefunden (" SPR-INHABER
                     "), sie wird nicht beachtet"
         END-EVALUATE.
         MOVE "PRUEFEN" TO SPR-FUNKTION.
         MOVE "VERTEIL" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.
         EVALUATE SPR-STATUS
             WHEN "41"
                 DISPLAY "VTLMASKE: Verteilersperre VERTEIL.SPR "
                     "wird gehalten (" SPR-INHABER ")"
                 STOP RUN RETURNING 1
             WHEN "42"
                 DISPLAY "VTLMASKE: verwaiste Verteilersperre "
                     "VERTEIL.SPR gefunden (" SPR-INHABER
                     "), sie wird ueberschrieben"
         END-EVALUATE.
         MOVE "SETZEN" TO SPR-FUNKTION.
         MOVE "VERTEIL" TO SPR-NAME.
         CALL "sperre" USING SPR-BLOCK.

       S950-LOESE-SPERRE.
         IF NOT NUR-LESEN
             MOVE "LOESEN" TO SPR-FUNKTION
             MOVE "VERTEIL" TO SPR-NAME
             CALL "sperre" USING SPR-BLOCK
         END-IF.

       B000-ZEIGE-HAUPTMENUE.
         MOVE SPACE TO WS-AUSWAHL.
         MOVE WS-MITGLIEDER-ANZAHL TO WS-MITGLIEDER-ANZEIGE.
         DISPLAY MASKE-HAUPTMENUE.
         ACCEPT MASKE-HAUPTMENUE.
         MOVE SPACES TO WS-MELDUNG.
         EVALUATE WS-AUSWAHL
             WHEN "V" WHEN "v"
                 MOVE "A" TO ZUG-ROLLE
                 PERFORM Z850-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     PERFORM C000-WAEHLE-VERTEILER
                 END-IF
             WHEN "B" WHEN "b"
                 MOVE "A" TO ZUG-ROLLE
                 PERFORM Z850-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     PERFORM Z800-PRUEFE-VERTEILER
                     IF WS-MELDUNG = SPACES
                         PERFORM D000-BLAETTERE-MITGLIEDER
                     END-IF
                 END-IF
             WHEN "E" WHEN "e"
                 MOVE "P" TO ZUG-ROLLE
                 PERFORM Z850-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     PERFORM Z800-PRUEFE-VERTEILER
                     PERFORM Z900-PRUEFE-NURLESEN
                     IF WS-MELDUNG = SPACES
                         PERFORM E000-TRAGE-EIN
                     END-IF
                 END-IF
             WHEN "A" WHEN "a"
                 MOVE "P" TO ZUG-ROLLE
                 PERFORM Z850-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     PERFORM Z800-PRUEFE-VERTEILER
                     PERFORM Z900-PRUEFE-NURLESEN
                     IF WS-MELDUNG = SPACES
                         PERFORM F000-TRAGE-AUS
                     END-IF
                 END-IF
             WHEN "X" WHEN "x"
                 SET PFLEGE-BEENDET TO TRUE
             WHEN OTHER
                 MOVE "UNGUELTIGE AUSWAHL" TO WS-MELDUNG
         END-EVALUATE.

       Z800-PRUEFE-VERTEILER.
         IF WS-VERTEILER = SPACES
             MOVE "ERST EINEN VERTEILER WAEHLEN (V)" TO WS-MELDUNG
         END-IF.

      * Rollenpruefung der Menueauswahl (ZUG-ROLLE vom Aufrufer);
      * eine Verweigerung protokolliert zugang.
       Z850-PRUEFE-BERECHTIGUNG.
         MOVE "PRUEFEN" TO ZUG-FUNKTION.
         MOVE WS-AUSWAHL TO ZUG-AUSWAHL.
         INSPECT ZUG-AUSWAHL CONVERTING "vbea" TO "VBEA".
         CALL "zugang" USING ZUG-BLOCK.
         IF ZUG-STATUS = "00"
             SET AUSWAHL-BERECHTIGT TO TRUE
         ELSE
             MOVE "N" TO WS-BERECHTIGT-SCHALTER
             MOVE "KEINE BERECHTIGUNG FUER DIESE AUSWAHL"
                 TO WS-MELDUNG
         END-IF.

      * Aenderung ins Zugriffsprotokoll (Text in ZUG-TEXT, die
      * Menueauswahl steht noch in ZUG-AUSWAHL).
       Z700-PROTOKOLLIERE-AENDERUNG.
         MOVE "AENDERUNG" TO ZUG-FUNKTION.
         CALL "zugang" USING ZUG-BLOCK.
         IF ZUG-STATUS NOT = "00"
             MOVE "ZUGRIFFSPROTOKOLL ZUGANG.LOG NICHT BESCHREIBBAR"
                 TO WS-MELDUNG
         END-IF.

       Z900-PRUEFE-NURLESEN.
         IF NUR-LESEN
             MOVE "BATCHLAUF AKTIV - NUR LESEN MOEGLICH"
                 TO WS-MELDUNG
         END-IF.

      * Verteiler waehlen: gleiche Namensregel wie in vtlpfl.
       C000-WAEHLE-VERTEILER.
         MOVE WS-VERTEILER TO WS-NAME-EINGABE.
         DISPLAY MASKE-VERTEILER-ABFRAGE.
         ACCEPT MASKE-VERTEILER-ABFRAGE.
         INSPECT WS-NAME-EINGABE CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         MOVE WS-NAME-EINGABE TO WS-NAMENSPRUEFUNG.
         INSPECT WS-NAMENSPRUEFUNG CONVERTING
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-" TO
             "                                     ".
         EVALUATE TRUE
             WHEN WS-NAME-EINGABE = SPACES
                 MOVE "KEIN VERTEILER GEWAEHLT" TO WS-MELDUNG
             WHEN WS-NAME-EINGABE(1:1) = SPACE
                 MOVE "VERTEILERNAME MIT LEERZEICHEN" TO WS-MELDUNG
             WHEN WS-NAMENSPRUEFUNG NOT = SPACES
                 MOVE "VERTEILERNAME MIT UNZULAESSIGEM ZEICHEN"
                     TO WS-MELDUNG
             WHEN OTHER
                 MOVE WS-NAME-EINGABE TO WS-VERTEILER
                 PERFORM C100-ZAEHLE-MITGLIEDER
                 IF WS-MITGLIEDER-ANZAHL = ZERO
                     MOVE "NEUER VERTEILER OHNE MITGLIEDER"
                         TO WS-MELDUNG
                 END-IF
         END-EVALUATE.

       C100-ZAEHLE-MITGLIEDER.
         MOVE ZERO TO WS-MITGLIEDER-ANZAHL.
         PERFORM C110-ZAEHLE-EINTRAG
             VARYING WS-VTL-INDEX FROM 1 BY 1
             UNTIL WS-VTL-INDEX > WS-VTL-ANZAHL.

       C110-ZAEHLE-EINTRAG.
         IF VTE-VERTEILER(WS-VTL-INDEX) = WS-VERTEILER
             AND VTE-AUSTRITT(WS-VTL-INDEX) = SPACES
             ADD 1 TO WS-MITGLIEDER-ANZAHL
         END-IF.

      * Blaettert die aktuellen Mitglieder in Dateifolge; W
      * blaettert weiter, X kehrt ins Hauptmenue zurueck.
       D000-BLAETTERE-MITGLIEDER.
         MOVE "N" TO WS-BLAETTER-SCHALTER.
         MOVE 1 TO WS-VTL-INDEX.
         PERFORM D100-ZEIGE-NAECHSTES-MITGLIED
             UNTIL BLAETTERN-BEENDET.

       D100-ZEIGE-NAECHSTES-MITGLIED.
         PERFORM D110-UEBERGEHE-EINTRAG
             UNTIL WS-VTL-INDEX > WS-VTL-ANZAHL
                 OR (VTE-VERTEILER(WS-VTL-INDEX) = WS-VERTEILER
                 AND VTE-AUSTRITT(WS-VTL-INDEX) = SPACES).
         IF WS-VTL-INDEX > WS-VTL-ANZAHL
             MOVE "KEINE WEITEREN MITGLIEDER" TO WS-MELDUNG
             SET BLAETTERN-BEENDET TO TRUE
             EXIT PARAGRAPH
         END-IF.
         MOVE VTE-ID(WS-VTL-INDEX) TO ADR-ID.
         PERFORM U000-HOLE-ADRESSE.
         MOVE VTE-EINTRITT(WS-VTL-INDEX) TO WS-MSK-EINTRITT.
         MOVE "W=WEITER X=ZURUECK" TO WS-MELDUNG.
         MOVE SPACE TO WS-ANTWORT.
         DISPLAY MASKE-MITGLIED-ANZEIGE.
         ACCEPT MASKE-MITGLIED-ANZEIGE.
         MOVE SPACES TO WS-MELDUNG.
         IF WS-ANTWORT = "X" OR WS-ANTWORT = "x"
             SET BLAETTERN-BEENDET TO TRUE
         END-IF.
         ADD 1 TO WS-VTL-INDEX.

       D110-UEBERGEHE-EINTRAG.
         ADD 1 TO WS-VTL-INDEX.

      * Eintragen: ADR-ID muss im Master stehen und darf noch
      * nicht Mitglied sein; die Adresse wird zur Rueckfrage
      * gezeigt.
       E000-TRAGE-EIN.
         PERFORM X000-HOLE-SATZ-NACH-ID.
         IF NOT INDEX-STATUS-OK
             EXIT PARAGRAPH
         END-IF.
         IF ADR-GELOESCHT
             MOVE "ADRESSE IST GELOESCHT" TO WS-MELDUNG
             EXIT PARAGRAPH
         END-IF.
         PERFORM X100-SUCHE-MITGLIEDSCHAFT.
         IF WS-VTL-TREFFER > ZERO
             MOVE "BEREITS MITGLIED DIESES VERTEILERS" TO WS-MELDUNG
             EXIT PARAGRAPH
         END-IF.
         IF WS-VTL-ANZAHL NOT LESS WS-VTL-MAXIMUM
             MOVE "TABELLE VOLL" TO WS-MELDUNG
             EXIT PARAGRAPH
         END-IF.
         PERFORM U100-ADRESSE-NACH-MASKE.
         MOVE WS-HEUTE TO WS-MSK-EINTRITT.
         MOVE "EINTRAGEN? (J/N)" TO WS-MELDUNG.
         MOVE SPACE TO WS-ANTWORT.
         DISPLAY MASKE-MITGLIED-ANZEIGE.
         ACCEPT MASKE-MITGLIED-ANZEIGE.
         IF WS-ANTWORT = "J" OR WS-ANTWORT = "j"
             ADD 1 TO WS-VTL-ANZAHL
             MOVE ADR-ID TO VTE-ID(WS-VTL-ANZAHL)
             MOVE WS-VERTEILER TO VTE-VERTEILER(WS-VTL-ANZAHL)
             MOVE WS-HEUTE TO VTE-EINTRITT(WS-VTL-ANZAHL)
             MOVE SPACES TO VTE-AUSTRITT(WS-VTL-ANZAHL)
             MOVE "vtlmaske" TO VTE-QUELLE(WS-VTL-ANZAHL)
             ADD 1 TO WS-MITGLIEDER-ANZAHL
             SET VERTEILER-GEAENDERT TO TRUE
             MOVE "ADRESSE EINGETRAGEN" TO WS-MELDUNG
             MOVE SPACES TO ZUG-TEXT
             STRING "EINTRAG ADR-ID " ADR-ID " IN VERTEILER "
                 WS-VERTEILER
                 DELIMITED BY SIZE INTO ZUG-TEXT
             PERFORM Z700-PROTOKOLLIERE-AENDERUNG
         ELSE
             MOVE "EINTRAG VERWORFEN" TO WS-MELDUNG
         END-IF.

      * Austragen: nur ein aktuelles Mitglied; der Name kommt,
      * wenn vorhanden, aus dem Master.
       F000-TRAGE-AUS.
         MOVE ZERO TO WS-ID-EINGABE.
         DISPLAY MASKE-ID-ABFRAGE.
         ACCEPT MASKE-ID-ABFRAGE.
         MOVE SPACES TO WS-MELDUNG.
         MOVE WS-ID-EINGABE TO ADR-ID.
         PERFORM X100-SUCHE-MITGLIEDSCHAFT.
         IF WS-VTL-TREFFER = ZERO
             MOVE "KEIN MITGLIED DIESES VERTEILERS" TO WS-MELDUNG
             EXIT PARAGRAPH
         END-IF.
         PERFORM U000-HOLE-ADRESSE.
         MOVE VTE-EINTRITT(WS-VTL-TREFFER) TO WS-MSK-EINTRITT.
         MOVE "AUSTRAGEN? (J/N)" TO WS-MELDUNG.
         MOVE SPACE TO WS-ANTWORT.
         DISPLAY MASKE-MITGLIED-ANZEIGE.
         ACCEPT MASKE-MITGLIED-ANZEIGE.
         IF WS-ANTWORT = "J" OR WS-ANTWORT = "j"
             MOVE WS-HEUTE TO VTE-AUSTRITT(WS-VTL-TREFFER)
             MOVE "vtlmaske" TO VTE-QUELLE(WS-VTL-TREFFER)
             SUBTRACT 1 FROM WS-MITGLIEDER-ANZAHL
             SET VERTEILER-GEAENDERT TO TRUE
             MOVE "ADRESSE AUSGETRAGEN" TO WS-MELDUNG
             MOVE SPACES TO ZUG-TEXT
             STRING "AUSTRAG ADR-ID " ADR-ID " AUS VERTEILER "
                 WS-VERTEILER
                 DELIMITED BY SIZE INTO ZUG-TEXT
             PERFORM Z700-PROTOKOLLIERE-AENDERUNG
         ELSE
             MOVE "AUSTRAG VERWORFEN" TO WS-MELDUNG
         END-IF.

      * Adresse zur ADR-ID in ADR-ID holen und in die Maske
      * stellen; fehlt sie im Master, bleibt nur die Nummer.
       U000-HOLE-ADRESSE.
         READ INDEX-MASTER
             INVALID KEY
                 MOVE SPACES TO ADR-NAME ADR-ORGANISATION ADR-ORT
                 MOVE "(NICHT IM MASTER)" TO ADR-NAME
         END-READ.
         PERFORM U100-ADRESSE-NACH-MASKE.

       U100-ADRESSE-NACH-MASKE.
         MOVE ADR-ID TO WS-MSK-ID.
         MOVE ADR-NAME TO WS-MSK-NAME.
         MOVE ADR-ORGANISATION TO WS-MSK-ORGANISATION.
         MOVE ADR-ORT TO WS-MSK-ORT.

       X000-HOLE-SATZ-NACH-ID.
         MOVE ZERO TO WS-ID-EINGABE.
         MOVE SPACES TO WS-MELDUNG.
         DISPLAY MASKE-ID-ABFRAGE.
         ACCEPT MASKE-ID-ABFRAGE.
         MOVE WS-ID-EINGABE TO ADR-ID.
         READ INDEX-MASTER
             INVALID KEY
                 MOVE "ADR-ID NICHT GEFUNDEN" TO WS-MELDUNG
         END-READ.

      * Aktuelle Mitgliedschaft von ADR-ID im gewaehlten
      * Verteiler suchen.
       X100-SUCHE-MITGLIEDSCHAFT.
         MOVE ZERO TO WS-VTL-TREFFER.
         PERFORM X110-VERGLEICHE-MITGLIEDSCHAFT
             VARYING WS-VTL-INDEX FROM 1 BY 1
             UNTIL WS-VTL-INDEX > WS-VTL-ANZAHL
                 OR WS-VTL-TREFFER > ZERO.

       X110-VERGLEICHE-MITGLIEDSCHAFT.
         IF VTE-ID(WS-VTL-INDEX) = ADR-ID
             AND VTE-VERTEILER(WS-VTL-INDEX) = WS-VERTEILER
             AND VTE-AUSTRITT(WS-VTL-INDEX) = SPACES
             MOVE WS-VTL-INDEX TO WS-VTL-TREFFER
         END-IF.

      * Laedt VERTEILER.DAT; fehlt sie, beginnt der Bestand leer.
       L000-LADE-VTLDATEI.
         OPEN INPUT VTL-DATEI.
         IF VTL-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT VTL-STATUS-OK
             DISPLAY "Sorry, unable to open VERTEILER.DAT, status "
                 VTL-STATUS
             CLOSE INDEX-MASTER
             PERFORM S950-LOESE-SPERRE
             STOP RUN RETURNING 1
         END-IF.
         SET VTLDATEI-VORHANDEN TO TRUE.
         PERFORM L100-LIES-VTLZEILE.
         PERFORM L200-UEBERNIMM-VTLZEILE
             UNTIL ENDE-DER-VTLDATEI.
         CLOSE VTL-DATEI.

       L100-LIES-VTLZEILE.
         READ VTL-DATEI
             AT END SET ENDE-DER-VTLDATEI TO TRUE.
         IF NOT VTL-STATUS-OK AND NOT VTL-STATUS-ENDE
             DISPLAY "Sorry, error reading VERTEILER.DAT, status "
                 VTL-STATUS
             CLOSE INDEX-MASTER
             PERFORM S950-LOESE-SPERRE
             STOP RUN RETURNING 1
         END-IF.

       L200-UEBERNIMM-VTLZEILE.
         IF VTL-SATZ NOT = SPACES
             AND VTL-SATZ(1:1) NOT = "*"
             IF WS-VTL-ANZAHL NOT LESS WS-VTL-MAXIMUM
                 DISPLAY "VTLMASKE: mehr als " WS-VTL-MAXIMUM
                     " Mitgliedschaften in VERTEILER.DAT"
                 CLOSE INDEX-MASTER
                 PERFORM S950-LOESE-SPERRE
                 STOP RUN RETURNING 1
             END-IF
             MOVE SPACES TO WS-FELD-ID WS-FELD-VERTEILER
                 WS-FELD-EINTRITT WS-FELD-AUSTRITT WS-FELD-QUELLE
             UNSTRING VTL-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ID WS-FELD-VERTEILER
                      WS-FELD-EINTRITT WS-FELD-AUSTRITT
                      WS-FELD-QUELLE
             END-UNSTRING
             ADD 1 TO WS-VTL-ANZAHL
             MOVE WS-FELD-ID TO VTE-ID(WS-VTL-ANZAHL)
             MOVE WS-FELD-VERTEILER TO VTE-VERTEILER(WS-VTL-ANZAHL)
             MOVE WS-FELD-EINTRITT TO VTE-EINTRITT(WS-VTL-ANZAHL)
             MOVE WS-FELD-AUSTRITT TO VTE-AUSTRITT(WS-VTL-ANZAHL)
             MOVE WS-FELD-QUELLE TO VTE-QUELLE(WS-VTL-ANZAHL)
         END-IF.
         PERFORM L100-LIES-VTLZEILE.

      * Zurueckschreiben wie in vtlpfl: Ruecknahmekopie, dann
      * Erlaeuterungskopf und alle Mitgliedschaften.
       R000-SCHREIBE-VTLDATEI.
         IF VTLDATEI-VORHANDEN
             MOVE SPACES TO WS-SYSTEMKOMMANDO
             MOVE "cp VERTEILER.DAT VERTEILER.ALT"
                 TO WS-SYSTEMKOMMANDO
             CALL "SYSTEM" USING WS-SYSTEMKOMMANDO
             COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256
             IF WS-KOMMANDO-RC NOT = ZERO
                 DISPLAY "VTLMASKE: Ruecknahmekopie VERTEILER.ALT "
                     "misslungen (RC " WS-KOMMANDO-RC "), "
                     "Aenderungen nicht gespeichert"
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         OPEN OUTPUT VTL-DATEI.
         IF NOT VTL-STATUS-OK
             DISPLAY "Sorry, unable to open VERTEILER.DAT, status "
                 VTL-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE "* VERTEILER.DAT - staendige Verteiler (Pflege: vtlpfl)"
             TO VTL-SATZ.
         WRITE VTL-SATZ.
         MOVE "* Je Zeile: ADR-ID;VERTEILER;EINTRITT;AUSTRITT;QUELLE"
             TO VTL-SATZ.
         WRITE VTL-SATZ.
         MOVE "* AUSTRITT leer = Mitglied; siehe verteil.cpy"
             TO VTL-SATZ.
         WRITE VTL-SATZ.
         PERFORM R100-SCHREIBE-EINTRAG
             VARYING WS-VTL-INDEX FROM 1 BY 1
             UNTIL WS-VTL-INDEX > WS-VTL-ANZAHL.
         CLOSE VTL-DATEI.
         DISPLAY "VTLMASKE: VERTEILER.DAT zurueckgeschrieben, "
             WS-VTL-ANZAHL " Mitgliedschaften".

       R100-SCHREIBE-EINTRAG.
         MOVE SPACES TO WS-VTLZEILE.
         STRING VTE-ID(WS-VTL-INDEX) ";"
             FUNCTION TRIM(VTE-VERTEILER(WS-VTL-INDEX)) ";"
             VTE-EINTRITT(WS-VTL-INDEX) ";"
             FUNCTION TRIM(VTE-AUSTRITT(WS-VTL-INDEX)) ";"
             FUNCTION TRIM(VTE-QUELLE(WS-VTL-INDEX))
             DELIMITED BY SIZE INTO WS-VTLZEILE.
         MOVE WS-VTLZEILE TO VTL-SATZ.
         WRITE VTL-SATZ.

       END PROGRAM vtlmaske.

      * vim:ai sw=4 sts=4 expandtab
