      *   N  Adresse neu anlegen (naechste freie ADR-ID)
      *   A  Adresse aendern (Zugriff ueber ADR-ID)
      *   L  Adresse loeschen (mit Rueckfrage)
      *   W  geloeschte Adresse wiederherstellen (mit Rueckfrage)
      *   E  EINGABE.DAT zeilenweise pflegen
      *   X  Programm beenden
      * mit Feldpruefungen: ADR-NAME und ADR-ORT duerfen nicht
      * leer sein, ADR-PLZ muss fuenfstellig numerisch sein
      * (dieselben Regeln wie im Prueflauf adredit).
      * Die Adresspflege arbeitet auf der indizierten Datei
      * ADDRESS-MASTER.IDX (von adrladen geladen; nach der Pflege
      * traegt ein adrpfleg/adrladen-Lauf die Aenderungen in den
      *     adrpfleg respektieren, und loest sie beim Beenden;
      *     eine verwaiste Sperre aelter als zwoelf Stunden wird
      *     gemeldet und ueberschrieben statt ewig beachtet.
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Neuer Adresssatz (siehe adresse.cpy, Satzlaenge
      *     240): die Masken zeigen und pflegen statt der einen
      *     Ortszeile die Felder STRASSE, ORT, STAAT und PLZ. Die
      *     Pruefung verlangt einen Ort; bei Inlandssaetzen muss
      *     ADR-PLZ fuenfstellig numerisch sein (dieselben Regeln
      *     wie im Prueflauf adredit), die Suche nach einer
      *     freistehenden PLZ in der Ortszeile entfaellt.
      *   - Satzlaenge des Masters 245 statt 240 (ADR-ORG-NR, siehe
      *     adresse.cpy); das Vorher-Bild fuer die Historie auf
      *     X(245) verbreitert. Die Maske laesst ADR-ORG-NR
      *     unveraendert; geerbte Felder eines Mitglieds setzt der
      *     naechste adrpfleg-Lauf wieder aus dem
      *     Organisationsmaster.
      *   - Anmeldung und Rollen (CALL "zugang", siehe zugang.cpy):
      *     die Sitzung beginnt mit der Anmeldemaske (drei
      *     Versuche); B verlangt die Rolle A, N/A/L/E die Rolle P.
      *     Jede Neuanlage, Aenderung, Loeschung und das
      *     Zurueckschreiben von EINGABE.DAT gehen ins
      *     Zugriffsprotokoll ZUGANG.LOG; als QUELLE der Historie
      *     steht jetzt die Benutzerkennung statt "adrmaske".
      *   - Herkunftsprotokoll: zurueckgeschriebenes EINGABE.DAT wird
      *     mit der geladenen Fassung nach HERKUNFT.LOG gemeldet (CALL
      *     "herkunft", siehe herkunft.cpy).
      *   - Logische Loeschung (siehe adresse.cpy): L entfernt den
      *     Satz nicht mehr aus ADDRESS-MASTER.IDX, sondern setzt
      *     ADR-LOESCHKZ G und das Tagesdatum in ADR-LOESCHDATUM; die
      *     Historie bekommt den geloeschten Satz als Nachher-Bild.
      *     Neue Auswahl W (Rolle P) stellt einen geloeschten Satz
      *     nach Rueckfrage unter derselben ADR-ID wieder her
      *     (Historienaktion W). Blaettern und Rueckfragen zeigen den
      *     Loeschvermerk; ein geloeschter Satz laesst sich weder
      *     aendern noch ein zweites Mal loeschen. Die
      *     Dublettenrueckfrage der Neuanlage nennt einen geloeschten
      *     Treffer als solchen. Vorher-Bild auf X(254) verbreitert.
      *   - Die naechste freie ADR-ID liegt jetzt auch ueber der
      *     Hochwassermarke ADRIDMAX.DAT (CALL "idmarke", siehe
      *     idmarke.cpy), jede angelegte ID wird dort gemeldet; eine
      *     von adrtilg getilgte ID wird so nie wieder vergeben.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrmaske.
          05 WS-MSK-NAME              PIC X(40)   VALUE SPACES.
          05 WS-MSK-ABTEILUNG         PIC X(40)   VALUE SPACES.
          05 WS-MSK-ORGANISATION      PIC X(40)   VALUE SPACES.
          05 WS-MSK-STRASSE           PIC X(40)   VALUE SPACES.
          05 WS-MSK-ORT               PIC X(40)   VALUE SPACES.
          05 WS-MSK-STAAT             PIC X(20)   VALUE SPACES.
          05 WS-MSK-PLZ               PIC X(10)   VALUE SPACES.
          05 WS-MSK-LAND              PIC X(03)   VALUE SPACES.

      * Loeschvermerk fuer die Anzeige (leer bei gueltigen
      * Saetzen).
       01 WS-MSK-STATUS               PIC X(30)   VALUE SPACES.
       01 WS-MSK-LOESCHVERMERK REDEFINES WS-MSK-STATUS.
          05 FILLER                   PIC X(13).
          05 WS-MSK-LOESCH-TT         PIC X(02).
          05 WS-MSK-LOESCH-PUNKT1     PIC X(01).
          05 WS-MSK-LOESCH-MM         PIC X(02).
          05 WS-MSK-LOESCH-PUNKT2     PIC X(01).
          05 WS-MSK-LOESCH-JJJJ       PIC X(04).
          05 FILLER                   PIC X(07).

       01 WS-PLZ                      PIC X(05).
       01 WS-FELDER-GUELTIG-SCHALTER  PIC X(01).
          88 FELDER-GUELTIG                       VALUE "J".

       01 WS-ZEILEN-INDEX             PIC 9(04)   COMP VALUE ZERO.
       01 WS-ZEILE-NUMMER             PIC 9(04)   VALUE ZERO.
       01 WS-ZEILE-TEXT               PIC X(80)   VALUE SPACES.
       01 WS-ALT-BILD                 PIC X(254)  VALUE SPACES.
      * Namensnormierung wie in adrdubl: Grossschrift,
      * Leerzeichen entfernt.
       01 WS-NORM-NAME                PIC X(40).
       01 WS-NORM-ZEICHEN             PIC X(01).
       01 WS-NEU-NORM-NAME            PIC X(40).
       01 WS-VERDACHT-ID              PIC 9(06)   VALUE ZERO.
       01 WS-VERDACHT-SCHALTER        PIC X(01)   VALUE "N".
          88 DUBLETTE-GEFUNDEN                    VALUE "J".
       01 WS-NEU-MASKE-SICHERUNG      PIC X(239)  VALUE SPACES.
       01 WS-NURLESEN-SCHALTER        PIC X(01)   VALUE "N".
          88 NUR-LESEN                            VALUE "J".
       01 WS-EIN-KOPF-SCHALTER        PIC X(01)   VALUE "N".
       01 WS-EIN-ENDE-SCHALTER        PIC X(01)   VALUE "N".
       01 WS-EIN-GEAENDERT-SCHALTER   PIC X(01)   VALUE "N".

      * Anmeldung: die Benutzerkennung ist zugleich die QUELLE der
      * Historieneintraege.
       01 WS-ANM-BENUTZER             PIC X(08)   VALUE SPACES.
       01 WS-ANM-KENNWORT             PIC X(20)   VALUE SPACES.
       01 WS-ANM-VERSUCHE             PIC 9(01)   VALUE ZERO.
       01 WS-HIST-QUELLE              PIC X(08)   VALUE "adrmaske".
       01 WS-BERECHTIGT-SCHALTER      PIC X(01)   VALUE "N".
          88 AUSWAHL-BERECHTIGT                   VALUE "J".

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==INDEX-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==INDEX-STATUS-2==

       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==EIN-UMS==.
       COPY "adrhist.cpy".
       COPY "idmarke.cpy".
       COPY "sperre.cpy".
       COPY "zugang.cpy".
       COPY "herkunft.cpy".

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.

       SCREEN SECTION.
       01 MASKE-ANMELDUNG.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 10 VALUE "ADRMASKE - ANMELDUNG".
          05 LINE 4 COLUMN 5 VALUE "BENUTZER      : ".
          05 LINE 4 COLUMN 22 PIC X(08) USING WS-ANM-BENUTZER.
          05 LINE 5 COLUMN 5 VALUE "KENNWORT      : ".
          05 LINE 5 COLUMN 22 PIC X(20) USING WS-ANM-KENNWORT
             SECURE.
          05 LINE 7 COLUMN 5 PIC X(60) FROM WS-MELDUNG.

       01 MASKE-HAUPTMENUE.
          05 BLANK SCREEN.
          05 LINE 2 COLUMN 10 VALUE
          05 LINE 5 COLUMN 10 VALUE "N  ADRESSE NEU ANLEGEN".
          05 LINE 6 COLUMN 10 VALUE "A  ADRESSE AENDERN".
          05 LINE 7 COLUMN 10 VALUE "L  ADRESSE LOESCHEN".
          05 LINE 8 COLUMN 10 VALUE "W  ADRESSE WIEDERHERSTELLEN".
          05 LINE 9 COLUMN 10 VALUE "E  EINGABE.DAT PFLEGEN".
          05 LINE 10 COLUMN 10 VALUE "X  BEENDEN".
          05 LINE 12 COLUMN 10 VALUE "AUSWAHL: ".
          05 LINE 12 COLUMN 20 PIC X(01) USING WS-AUSWAHL.
          05 LINE 14 COLUMN 10 PIC X(60) FROM WS-MELDUNG.
          05 LINE 16 COLUMN 10 VALUE "ANGEMELDET: ".
          05 LINE 16 COLUMN 22 PIC X(08) FROM WS-ANM-BENUTZER.

       01 MASKE-ADRESSE.
          05 BLANK SCREEN.
          05 LINE 7 COLUMN 22 PIC X(40) USING WS-MSK-ABTEILUNG.
          05 LINE 8 COLUMN 5 VALUE "ORGANISATION  : ".
          05 LINE 8 COLUMN 22 PIC X(40) USING WS-MSK-ORGANISATION.
          05 LINE 9 COLUMN 5 VALUE "STRASSE       : ".
          05 LINE 9 COLUMN 22 PIC X(40) USING WS-MSK-STRASSE.
          05 LINE 10 COLUMN 5 VALUE "ORT           : ".
          05 LINE 10 COLUMN 22 PIC X(40) USING WS-MSK-ORT.
          05 LINE 11 COLUMN 5 VALUE "STAAT         : ".
          05 LINE 11 COLUMN 22 PIC X(20) USING WS-MSK-STAAT.
          05 LINE 12 COLUMN 5 VALUE "PLZ           : ".
          05 LINE 12 COLUMN 22 PIC X(10) USING WS-MSK-PLZ.
          05 LINE 13 COLUMN 5 VALUE "LAND          : ".
          05 LINE 13 COLUMN 22 PIC X(03) USING WS-MSK-LAND.
          05 LINE 15 COLUMN 5 PIC X(60) FROM WS-MELDUNG.

       01 MASKE-ADRESSE-ANZEIGE.
          05 BLANK SCREEN.
          05 LINE 7 COLUMN 22 PIC X(40) FROM WS-MSK-ABTEILUNG.
          05 LINE 8 COLUMN 5 VALUE "ORGANISATION  : ".
          05 LINE 8 COLUMN 22 PIC X(40) FROM WS-MSK-ORGANISATION.
          05 LINE 9 COLUMN 5 VALUE "STRASSE       : ".
          05 LINE 9 COLUMN 22 PIC X(40) FROM WS-MSK-STRASSE.
          05 LINE 10 COLUMN 5 VALUE "ORT           : ".
          05 LINE 10 COLUMN 22 PIC X(40) FROM WS-MSK-ORT.
          05 LINE 11 COLUMN 5 VALUE "STAAT         : ".
          05 LINE 11 COLUMN 22 PIC X(20) FROM WS-MSK-STAAT.
          05 LINE 12 COLUMN 5 VALUE "PLZ           : ".
          05 LINE 12 COLUMN 22 PIC X(10) FROM WS-MSK-PLZ.
          05 LINE 13 COLUMN 5 VALUE "LAND          : ".
          05 LINE 13 COLUMN 22 PIC X(03) FROM WS-MSK-LAND.
          05 LINE 14 COLUMN 22 PIC X(30) FROM WS-MSK-STATUS.
          05 LINE 15 COLUMN 5 VALUE "W=WEITER X=ZURUECK: ".
          05 LINE 15 COLUMN 26 PIC X(01) USING WS-ANTWORT.
          05 LINE 17 COLUMN 5 PIC X(60) FROM WS-MELDUNG.

      * Eigene Maske fuer die Dublettenrueckfrage: auf der
      * Blaettermaske hiesse W "weiter", hier muss die
          05 LINE 7 COLUMN 22 PIC X(40) FROM WS-MSK-ABTEILUNG.
          05 LINE 8 COLUMN 5 VALUE "ORGANISATION  : ".
          05 LINE 8 COLUMN 22 PIC X(40) FROM WS-MSK-ORGANISATION.
          05 LINE 9 COLUMN 5 VALUE "STRASSE       : ".
          05 LINE 9 COLUMN 22 PIC X(40) FROM WS-MSK-STRASSE.
          05 LINE 10 COLUMN 5 VALUE "ORT           : ".
          05 LINE 10 COLUMN 22 PIC X(40) FROM WS-MSK-ORT.
          05 LINE 11 COLUMN 5 VALUE "STAAT         : ".
          05 LINE 11 COLUMN 22 PIC X(20) FROM WS-MSK-STAAT.
          05 LINE 12 COLUMN 5 VALUE "PLZ           : ".
          05 LINE 12 COLUMN 22 PIC X(10) FROM WS-MSK-PLZ.
          05 LINE 13 COLUMN 5 VALUE "LAND          : ".
          05 LINE 13 COLUMN 22 PIC X(03) FROM WS-MSK-LAND.
          05 LINE 15 COLUMN 5 PIC X(60) FROM WS-MELDUNG.
          05 LINE 17 COLUMN 5 VALUE
             "W=TROTZDEM SPEICHERN X=VERWERFEN: ".
          05 LINE 17 COLUMN 40 PIC X(01) USING WS-ANTWORT.

       01 MASKE-ID-ABFRAGE.
          05 BLANK SCREEN.
      *
       PROCEDURE DIVISION.
       A000-PFLEGE-DIALOG.
         PERFORM S800-MELDE-AN.
         PERFORM S900-PRUEFE-UND-SETZE-SPERREN.
         OPEN I-O INDEX-MASTER.
         IF INDEX-STATUS = "35"
             MOVE "MASKE" TO SPR-NAME
             CALL "sperre" USING SPR-BLOCK
         END-IF.
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
             DISPLAY "ADRMASKE: Anmeldung gescheitert (Status "
                 ZUG-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         MOVE ZUG-BENUTZER TO WS-ANM-BENUTZER WS-HIST-QUELLE.
         MOVE SPACES TO WS-MELDUNG.

       S810-FRAGE-ANMELDUNG.
         ADD 1 TO WS-ANM-VERSUCHE.
         MOVE SPACES TO WS-ANM-KENNWORT.
         DISPLAY MASKE-ANMELDUNG.
         ACCEPT MASKE-ANMELDUNG.
         MOVE "ANMELDEN" TO ZUG-FUNKTION.
         MOVE "adrmaske" TO ZUG-PROGRAMM.
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
      * bleibt die Sitzung Nur-Lesen; sonst wird die
      * Pflegesperre gesetzt (eine verwaiste alte Sperre wird
         MOVE SPACES TO WS-MELDUNG.
         EVALUATE WS-AUSWAHL
             WHEN "B" WHEN "b"
                 MOVE "A" TO ZUG-ROLLE
                 PERFORM Z800-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     PERFORM C000-BLAETTERE-ADRESSEN
                 END-IF
             WHEN "N" WHEN "n"
                 MOVE "P" TO ZUG-ROLLE
                 PERFORM Z800-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     PERFORM Z900-PRUEFE-NURLESEN
                     IF NOT NUR-LESEN
                         PERFORM D000-LEGE-ADRESSE-AN
                     END-IF
                 END-IF
             WHEN "A" WHEN "a"
                 MOVE "P" TO ZUG-ROLLE
                 PERFORM Z800-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     PERFORM Z900-PRUEFE-NURLESEN
                     IF NOT NUR-LESEN
                         PERFORM E000-AENDERE-ADRESSE
                     END-IF
                 END-IF
             WHEN "L" WHEN "l"
                 MOVE "P" TO ZUG-ROLLE
                 PERFORM Z800-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     PERFORM Z900-PRUEFE-NURLESEN
                     IF NOT NUR-LESEN
                         PERFORM F000-LOESCHE-ADRESSE
                     END-IF
                 END-IF
             WHEN "W" WHEN "w"
                 MOVE "P" TO ZUG-ROLLE
                 PERFORM Z800-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     PERFORM Z900-PRUEFE-NURLESEN
                     IF NOT NUR-LESEN
                         PERFORM G000-STELLE-ADRESSE-HER
                     END-IF
                 END-IF
             WHEN "E" WHEN "e"
                 MOVE "P" TO ZUG-ROLLE
                 PERFORM Z800-PRUEFE-BERECHTIGUNG
                 IF AUSWAHL-BERECHTIGT
                     PERFORM Z900-PRUEFE-NURLESEN
                     IF NOT NUR-LESEN
                         PERFORM P000-PFLEGE-EINGABE
                     END-IF
                 END-IF
             WHEN "X" WHEN "x"
                 SET PFLEGE-BEENDET TO TRUE
                 MOVE "UNGUELTIGE AUSWAHL" TO WS-MELDUNG
         END-EVALUATE.

      * Rollenpruefung der Menueauswahl (ZUG-ROLLE vom Aufrufer);
      * eine Verweigerung protokolliert zugang.
       Z800-PRUEFE-BERECHTIGUNG.
         MOVE "PRUEFEN" TO ZUG-FUNKTION.
         MOVE WS-AUSWAHL TO ZUG-AUSWAHL.
         INSPECT ZUG-AUSWAHL CONVERTING "bnalew" TO "BNALEW".
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
      * erfassen, pruefen, schreiben.
       D000-LEGE-ADRESSE-AN.
         PERFORM V000-SUCHE-HOECHSTE-ID.
         IF IDM-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-MSK-NAME WS-MSK-ABTEILUNG
             WS-MSK-ORGANISATION WS-MSK-STRASSE WS-MSK-ORT
             WS-MSK-STAAT WS-MSK-PLZ WS-MSK-LAND.
         COMPUTE WS-MSK-ID = WS-HOECHSTE-ID + 1.
         PERFORM W000-ERFASSE-UND-PRUEFE.
         IF FELDER-GUELTIG
         END-IF.
         IF FELDER-GUELTIG
             PERFORM U100-MASKE-NACH-SATZ
             MOVE SPACES TO ADR-LOESCHKZ ADR-LOESCHDATUM
             WRITE ADRESSE-SATZ
                 INVALID KEY
                     MOVE "ADR-ID BEREITS VERGEBEN" TO WS-MELDUNG
                 NOT INVALID KEY
                     MOVE "ADRESSE ANGELEGT" TO WS-MELDUNG
                     PERFORM Y000-SCHREIBE-HISTORIE-NEU
                     PERFORM V200-MELDE-IDMARKE
             END-WRITE
         END-IF.

      * Ein geloeschter Satz wird nicht geaendert, sondern erst
      * wiederhergestellt.
       E000-AENDERE-ADRESSE.
         PERFORM X000-HOLE-SATZ-NACH-ID.
         IF INDEX-STATUS-OK AND ADR-GELOESCHT
             MOVE "ADRESSE IST GELOESCHT - ERST WIEDERHERSTELLEN (W)"
                 TO WS-MELDUNG
             EXIT PARAGRAPH
         END-IF.
         IF NOT INDEX-STATUS-OK
             CONTINUE
         ELSE
             END-IF
         END-IF.

      * Logische Loeschung: der Satz bleibt unter seiner ADR-ID
      * stehen und bekommt Loeschkennzeichen und Tagesdatum;
      * endgueltig entfernt ihn erst der Tilgungslauf adrtilg.
       F000-LOESCHE-ADRESSE.
         PERFORM X000-HOLE-SATZ-NACH-ID.
         IF INDEX-STATUS-OK AND ADR-GELOESCHT
             MOVE "ADRESSE IST BEREITS GELOESCHT" TO WS-MELDUNG
             EXIT PARAGRAPH
         END-IF.
         IF NOT INDEX-STATUS-OK
             CONTINUE
         ELSE
             DISPLAY MASKE-ADRESSE-ANZEIGE
             ACCEPT MASKE-ADRESSE-ANZEIGE
             IF WS-ANTWORT = "J" OR WS-ANTWORT = "j"
                 MOVE "G" TO ADR-LOESCHKZ
                 MOVE FUNCTION CURRENT-DATE(1:8) TO ADR-LOESCHDATUM
                 REWRITE ADRESSE-SATZ
                     INVALID KEY
                         MOVE "LOESCHEN FEHLGESCHLAGEN"
                             TO WS-MELDUNG
                     NOT INVALID KEY
                         MOVE "ADRESSE GELOESCHT" TO WS-MELDUNG
                         PERFORM Y200-SCHREIBE-HISTORIE-LOE
                 END-REWRITE
             ELSE
                 MOVE "LOESCHEN VERWORFEN" TO WS-MELDUNG
             END-IF
         END-IF.

      * Wiederherstellung eines geloeschten Satzes unter derselben
      * ADR-ID (mit Rueckfrage).
       G000-STELLE-ADRESSE-HER.
         PERFORM X000-HOLE-SATZ-NACH-ID.
         IF INDEX-STATUS-OK AND NOT ADR-GELOESCHT
             MOVE "ADRESSE IST NICHT GELOESCHT" TO WS-MELDUNG
             EXIT PARAGRAPH
         END-IF.
         IF NOT INDEX-STATUS-OK
             CONTINUE
         ELSE
             MOVE ADRESSE-SATZ TO WS-ALT-BILD
             PERFORM U000-SATZ-NACH-MASKE
             MOVE "WIEDERHERSTELLEN? (J/N)" TO WS-MELDUNG
             MOVE SPACE TO WS-ANTWORT
             DISPLAY MASKE-ADRESSE-ANZEIGE
             ACCEPT MASKE-ADRESSE-ANZEIGE
             IF WS-ANTWORT = "J" OR WS-ANTWORT = "j"
                 MOVE SPACES TO ADR-LOESCHKZ ADR-LOESCHDATUM
                 REWRITE ADRESSE-SATZ
                     INVALID KEY
                         MOVE "WIEDERHERSTELLEN FEHLGESCHLAGEN"
                             TO WS-MELDUNG
                     NOT INVALID KEY
                         MOVE "ADRESSE WIEDERHERGESTELLT"
                             TO WS-MELDUNG
                         PERFORM Y300-SCHREIBE-HISTORIE-WIE
                 END-REWRITE
             ELSE
                 MOVE "WIEDERHERSTELLEN VERWORFEN" TO WS-MELDUNG
             END-IF
         END-IF.

       U000-SATZ-NACH-MASKE.
         MOVE ADR-ID TO WS-MSK-ID.
         MOVE ADR-NAME TO WS-MSK-NAME.
         MOVE ADR-ABTEILUNG TO WS-MSK-ABTEILUNG.
         MOVE ADR-ORGANISATION TO WS-MSK-ORGANISATION.
         MOVE ADR-STRASSE TO WS-MSK-STRASSE.
         MOVE ADR-ORT TO WS-MSK-ORT.
         MOVE ADR-STAAT TO WS-MSK-STAAT.
         MOVE ADR-PLZ TO WS-MSK-PLZ.
         MOVE ADR-LAND TO WS-MSK-LAND.
         MOVE SPACES TO WS-MSK-STATUS.
         IF ADR-GELOESCHT
             MOVE "GELOESCHT AM" TO WS-MSK-STATUS
             MOVE ADR-LOESCHDATUM(7:2) TO WS-MSK-LOESCH-TT
             MOVE "." TO WS-MSK-LOESCH-PUNKT1 WS-MSK-LOESCH-PUNKT2
             MOVE ADR-LOESCHDATUM(5:2) TO WS-MSK-LOESCH-MM
             MOVE ADR-LOESCHDATUM(1:4) TO WS-MSK-LOESCH-JJJJ
         END-IF.

       U100-MASKE-NACH-SATZ.
         MOVE WS-MSK-ID TO ADR-ID.
         MOVE WS-MSK-NAME TO ADR-NAME.
         MOVE WS-MSK-ABTEILUNG TO ADR-ABTEILUNG.
         MOVE WS-MSK-ORGANISATION TO ADR-ORGANISATION.
         MOVE WS-MSK-STRASSE TO ADR-STRASSE.
         MOVE WS-MSK-ORT TO ADR-ORT.
         MOVE WS-MSK-STAAT TO ADR-STAAT.
         MOVE WS-MSK-PLZ TO ADR-PLZ.
         MOVE WS-MSK-LAND TO ADR-LAND.

       V000-SUCHE-HOECHSTE-ID.
         MOVE "N" TO WS-BLAETTER-SCHALTER.
         PERFORM V100-MERKE-ID UNTIL BLAETTERN-BEENDET.
         MOVE "N" TO WS-BLAETTER-SCHALTER.
      * Eine getilgte ADR-ID wird nie wieder vergeben: die naechste
      * freie ID liegt auch ueber der Hochwassermarke (idmarke.cpy).
         MOVE "LESEN" TO IDM-FUNKTION.
         MOVE "adrmaske" TO IDM-PROGRAMM.
         CALL "idmarke" USING IDM-BLOCK.
         IF IDM-STATUS NOT = "00"
             MOVE "ADR-ID-MARKE NICHT LESBAR, KEINE NEUANLAGE"
                 TO WS-MELDUNG
         ELSE
             IF IDM-ID > WS-HOECHSTE-ID
                 MOVE IDM-ID TO WS-HOECHSTE-ID
             END-IF
         END-IF.

       V100-MERKE-ID.
         READ INDEX-MASTER NEXT
             MOVE ADR-ID TO WS-HOECHSTE-ID
         END-IF.

       V200-MELDE-IDMARKE.
         MOVE "MELDEN" TO IDM-FUNKTION.
         MOVE "adrmaske" TO IDM-PROGRAMM.
         MOVE ADR-ID TO IDM-ID.
         CALL "idmarke" USING IDM-BLOCK.
         IF IDM-STATUS NOT = "00"
             MOVE "ADRESSE ANGELEGT, ADR-ID-MARKE NICHT FORTGESCHRIEBEN"
                 TO WS-MELDUNG
         END-IF.

      * Erfassung mit Feldpruefung: so lange wiederholen, bis die
      * Felder gueltig sind oder der Sachbearbeiter das Feld NAME
      * leer laesst UND bestaetigt (dann gilt die Erfassung als
         MOVE SPACES TO WS-MELDUNG.
         IF WS-MSK-NAME = SPACES
             MOVE "NAME DARF NICHT LEER SEIN" TO WS-MELDUNG
             EXIT PARAGRAPH
         END-IF.
         IF WS-MSK-ORT = SPACES
             MOVE "ORT DARF NICHT LEER SEIN" TO WS-MELDUNG
         ELSE
      * Auslandssaetze prueft der Prueflauf adredit gegen das
      * PLZ-Muster des Landes (LAND.TAB); hier gilt die
             ELSE
                 PERFORM W200-PRUEFE-PLZ
                 IF WS-PLZ = SPACES
                     MOVE "PLZ NICHT FUENFSTELLIG NUMERISCH"
                         TO WS-MELDUNG
                 ELSE
                     MOVE "J" TO WS-FELDER-GUELTIG-SCHALTER
             END-IF
         END-IF.

      * Dieselbe PLZ-Regel wie im Prueflauf adredit: ADR-PLZ
      * fuenfstellig numerisch, Rest leer.
       W200-PRUEFE-PLZ.
         MOVE SPACES TO WS-PLZ.
         IF WS-MSK-PLZ(1:5) IS NUMERIC AND WS-MSK-PLZ(6:5) = SPACES
             MOVE WS-MSK-PLZ(1:5) TO WS-PLZ
         END-IF.

      * Dublettenabwehr bei der Neuanlage: der Bestand wird ueber
       Y520-FRAGE-NACH.
         MOVE WS-MASKE-FELDER TO WS-NEU-MASKE-SICHERUNG.
         MOVE SPACES TO WS-MELDUNG.
         IF ADR-GELOESCHT
             STRING "NAME GLEICHT GELOESCHTER ADR-ID " WS-VERDACHT-ID
                 DELIMITED BY SIZE INTO WS-MELDUNG
         ELSE
             STRING "NAME GLEICHT BESTEHENDER ADR-ID "
                 WS-VERDACHT-ID
                 DELIMITED BY SIZE INTO WS-MELDUNG
         END-IF.
         PERFORM U000-SATZ-NACH-MASKE.
         MOVE SPACE TO WS-ANTWORT.
         DISPLAY MASKE-DUBLETTE-FRAGE.
         ACCEPT MASKE-DUBLETTE-FRAGE.
         MOVE WS-NEU-MASKE-SICHERUNG TO WS-MASKE-FELDER.
         IF WS-ANTWORT = "W" OR WS-ANTWORT = "w"
             MOVE SPACES TO WS-MELDUNG
             PERFORM V000-SUCHE-HOECHSTE-ID
             COMPUTE WS-MSK-ID = WS-HOECHSTE-ID + 1
             IF IDM-STATUS NOT = "00"
                 MOVE "N" TO WS-FELDER-GUELTIG-SCHALTER
             END-IF
         ELSE
             MOVE "N" TO WS-FELDER-GUELTIG-SCHALTER
             MOVE "NEUANLAGE WEGEN DUBLETTENVERDACHT VERWORFEN"
      * Masters (ADRHIST.DAT, siehe adrhist.cpy).
       Y000-SCHREIBE-HISTORIE-NEU.
         MOVE ADR-ID TO HIST-ID.
         MOVE WS-HIST-QUELLE TO HIST-QUELLE.
         MOVE "N" TO HIST-AKTION.
         MOVE SPACES TO HIST-VORHER.
         MOVE ADRESSE-SATZ TO HIST-NACHHER.
         CALL "adrhist" USING HIST-BLOCK.
         MOVE SPACES TO ZUG-TEXT.
         STRING "NEUANLAGE ADR-ID " ADR-ID
             DELIMITED BY SIZE INTO ZUG-TEXT.
         PERFORM Z700-PROTOKOLLIERE-AENDERUNG.

       Y100-SCHREIBE-HISTORIE-AEND.
         MOVE ADR-ID TO HIST-ID.
         MOVE WS-HIST-QUELLE TO HIST-QUELLE.
         MOVE "A" TO HIST-AKTION.
         MOVE WS-ALT-BILD TO HIST-VORHER.
         MOVE ADRESSE-SATZ TO HIST-NACHHER.
         CALL "adrhist" USING HIST-BLOCK.
         MOVE SPACES TO ZUG-TEXT.
         STRING "AENDERUNG ADR-ID " ADR-ID
             DELIMITED BY SIZE INTO ZUG-TEXT.
         PERFORM Z700-PROTOKOLLIERE-AENDERUNG.

       Y200-SCHREIBE-HISTORIE-LOE.
         MOVE ADR-ID TO HIST-ID.
         MOVE WS-HIST-QUELLE TO HIST-QUELLE.
         MOVE "L" TO HIST-AKTION.
         MOVE WS-ALT-BILD TO HIST-VORHER.
         MOVE ADRESSE-SATZ TO HIST-NACHHER.
         CALL "adrhist" USING HIST-BLOCK.
         MOVE SPACES TO ZUG-TEXT.
         STRING "LOESCHUNG ADR-ID " ADR-ID
             DELIMITED BY SIZE INTO ZUG-TEXT.
         PERFORM Z700-PROTOKOLLIERE-AENDERUNG.

       Y300-SCHREIBE-HISTORIE-WIE.
         MOVE ADR-ID TO HIST-ID.
         MOVE WS-HIST-QUELLE TO HIST-QUELLE.
         MOVE "W" TO HIST-AKTION.
         MOVE WS-ALT-BILD TO HIST-VORHER.
         MOVE ADRESSE-SATZ TO HIST-NACHHER.
         CALL "adrhist" USING HIST-BLOCK.
         MOVE SPACES TO ZUG-TEXT.
         STRING "WIEDERHERSTELLUNG ADR-ID " ADR-ID
             DELIMITED BY SIZE INTO ZUG-TEXT.
         PERFORM Z700-PROTOKOLLIERE-AENDERUNG.

       X000-HOLE-SATZ-NACH-ID.
         MOVE ZERO TO WS-ID-EINGABE.
             MOVE "EINGABE.DAT NICHT BESCHREIBBAR" TO WS-MELDUNG
             EXIT PARAGRAPH
         END-IF.
         PERFORM P320-MERKE-ALTE-FASSUNG.
         MOVE "EINGABE" TO EIN-UMS-KENNUNG.
         MOVE "adrmaske" TO EIN-UMS-PROGRAMM.
         MOVE 1 TO EIN-UMS-GENERATION.
         MOVE EIN-UMS-SATZBILD TO EINGABE-SATZ.
         WRITE EINGABE-SATZ.
         CLOSE EINGABE-DATEI.
         PERFORM P330-MELDE-NEUE-FASSUNG.
         MOVE WS-ZEILEN-ANZAHL TO WS-ZEILE-NUMMER.
         MOVE SPACES TO ZUG-TEXT.
         STRING "EINGABE.DAT ZURUECKGESCHRIEBEN, "
             WS-ZEILE-NUMMER " ZEILEN"
             DELIMITED BY SIZE INTO ZUG-TEXT.
         PERFORM Z700-PROTOKOLLIERE-AENDERUNG.

       P310-SCHREIBE-ZEILE.
         MOVE WS-ZEILE(WS-ZEILEN-INDEX) TO EINGABE-SATZ.
         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.

      * Herkunftsprotokoll: die geladene Fassung (ihr Umschlag
      * steht noch im Block) ist die Eingabe der neuen.
       P320-MERKE-ALTE-FASSUNG.
         MOVE "adrmaske" TO HKF-PROGRAMM.
         MOVE "LEEREN" TO HKF-FUNKTION.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE "EINGABE.DAT" TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.

       P330-MELDE-NEUE-FASSUNG.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "EINGABE.DAT" TO HKF-DATEI.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.

       END PROGRAM adrmaske.

      * vim:ai sw=4 sts=4 expandtab
