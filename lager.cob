      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Gemeinsames Unterprogramm fuer die Lagerbestaende an
      * Etiketten und Papier (Parameterblock lager.cpy): die
      * Druckprogramme buchen ihren Verbrauch (BUCHEN) und pruefen
      * vor dem Druck, ob der Bestand reicht (HOLEN), lagerzug
      * bucht Wareneingang und Inventur, lagerber listet alle
      * Sorten (EINTRAG). Die Bestaende werden bei jedem Laden aus
      * der Lagertabelle LAGER.TAB und dem Bewegungsjournal
      * LAGERBEW.DAT neu gerechnet - es gibt keinen gespeicherten
      * Bestand, der vom Journal abweichen koennte.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lager.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTEN-DATEI
           ASSIGN TO "LAGER.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS SORTEN-STATUS.

           SELECT BEWEGUNGS-DATEI
           ASSIGN TO "LAGERBEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS BEWEGUNG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SORTEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 SORTEN-SATZ              PIC X(80).

       FD BEWEGUNGS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BEWEGUNGS-SATZ           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-GELADEN-SCHALTER    PIC X(01) VALUE "N".
          88 TABELLE-GELADEN                VALUE "J".
       77 WS-SORTEN-ENDE-SCHALTER PIC X(01).
          88 ENDE-DER-SORTEN                VALUE "J".
       77 WS-BEWEGUNG-ENDE-SCHALTER PIC X(01).
          88 ENDE-DER-BEWEGUNGEN            VALUE "J".

       01 WS-SORTEN-TABELLE.
          05 WS-SORTEN-EINTRAG        OCCURS 50 TIMES.
             10 SRT-SORTE             PIC X(12).
             10 SRT-MELDEBESTAND      PIC 9(09)  COMP.
             10 SRT-EINHEIT           PIC X(08).
             10 SRT-BEZEICHNUNG       PIC X(40).
             10 SRT-BESTAND           PIC S9(09) COMP.
             10 SRT-ZUGANG-TAG        PIC X(08).
             10 SRT-INVENTUR-TAG      PIC X(08).
             10 SRT-VERBRAUCH-WOCHE   PIC 9(09)  COMP.
       77 WS-SORTEN-ANZAHL       PIC 9(04) COMP VALUE ZERO.
       77 WS-SORTEN-MAXIMUM      PIC 9(04) COMP VALUE 50.
       77 WS-SORTEN-INDEX        PIC 9(04) COMP VALUE ZERO.
       77 WS-SORTEN-TREFFER      PIC 9(04) COMP VALUE ZERO.
       77 WS-SUCH-SORTE          PIC X(12).

       77 WS-HEUTE               PIC X(08).
       77 WS-WOCHE-AB            PIC X(08).
       77 WS-TAGESNUMMER         PIC 9(08) COMP VALUE ZERO.
       77 WS-BEWEGUNGS-TAG       PIC X(08).
       77 WS-BEWEGUNGS-ART       PIC X(01).
       77 WS-BEWEGUNGS-MENGE     PIC 9(09) COMP VALUE ZERO.
       77 WS-MENGE-ANZEIGE       PIC 9(09).
       77 WS-ZEITSTEMPEL         PIC X(14).
       77 WS-BEWEGUNGSZEILE      PIC X(80).

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       77 WS-FELD-SORTE          PIC X(12) VALUE SPACES.
       77 WS-FELD-MELDEBESTAND   PIC X(09) VALUE SPACES.
       77 WS-FELD-EINHEIT        PIC X(08) VALUE SPACES.
       77 WS-FELD-BEZEICHNUNG    PIC X(40) VALUE SPACES.
       77 WS-FELD-ZEIT           PIC X(14) VALUE SPACES.
       77 WS-FELD-ART            PIC X(01) VALUE SPACES.
       77 WS-FELD-MENGE          PIC X(09) VALUE SPACES.

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==SORTEN-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==SORTEN-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==SORTEN-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==SORTEN-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==SORTEN-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BEWEGUNG-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BEWEGUNG-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==BEWEGUNG-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==BEWEGUNG-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==BEWEGUNG-STATUS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "lager.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING LAG-BLOCK.
       A000-BEHANDLE-LAGER.
         MOVE "00" TO LAG-STATUS.
         EVALUATE LAG-FUNKTION
             WHEN "LADEN"
                 PERFORM B000-LADE-LAGER
             WHEN "HOLEN"
                 PERFORM C000-HOLE-SORTE
             WHEN "EINTRAG"
                 PERFORM D000-HOLE-EINTRAG
             WHEN "BUCHEN"
                 PERFORM E000-BUCHE-BEWEGUNG
             WHEN OTHER
                 MOVE "99" TO LAG-STATUS
         END-EVALUATE.
         EXIT PROGRAM.

      * Laedt die Sorten aus LAGER.TAB und rechnet ihre Bestaende
      * aus LAGERBEW.DAT; eine fehlende LAGERBEW.DAT ist zulaessig
      * (noch nichts gebucht).
       B000-LADE-LAGER.
         MOVE "N" TO WS-GELADEN-SCHALTER.
         MOVE ZERO TO WS-SORTEN-ANZAHL LAG-ANZAHL.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         COMPUTE WS-TAGESNUMMER = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-HEUTE)) - 6.
         MOVE FUNCTION DATE-OF-INTEGER(WS-TAGESNUMMER)
             TO WS-WOCHE-AB.
         MOVE "N" TO WS-SORTEN-ENDE-SCHALTER.
         OPEN INPUT SORTEN-DATEI.
         IF NOT SORTEN-STATUS-OK
             MOVE SORTEN-STATUS TO LAG-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM B100-LIES-SORTENZEILE.
         PERFORM B200-UEBERNIMM-SORTENZEILE
             UNTIL ENDE-DER-SORTEN
                 OR LAG-STATUS NOT = "00".
         CLOSE SORTEN-DATEI.
         IF LAG-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         MOVE "N" TO WS-BEWEGUNG-ENDE-SCHALTER.
         OPEN INPUT BEWEGUNGS-DATEI.
         IF NOT BEWEGUNG-STATUS-OK
             IF BEWEGUNG-STATUS NOT = "35"
                 MOVE BEWEGUNG-STATUS TO LAG-STATUS
                 EXIT PARAGRAPH
             END-IF
         ELSE
             PERFORM B300-LIES-BEWEGUNG
             PERFORM B400-UEBERNIMM-BEWEGUNG
                 UNTIL ENDE-DER-BEWEGUNGEN
                     OR LAG-STATUS NOT = "00"
             CLOSE BEWEGUNGS-DATEI
         END-IF.
         IF LAG-STATUS = "00"
             SET TABELLE-GELADEN TO TRUE
             MOVE WS-SORTEN-ANZAHL TO LAG-ANZAHL
         END-IF.

       B100-LIES-SORTENZEILE.
         READ SORTEN-DATEI
             AT END SET ENDE-DER-SORTEN TO TRUE.
         IF NOT SORTEN-STATUS-OK AND NOT SORTEN-STATUS-ENDE
             MOVE SORTEN-STATUS TO LAG-STATUS
         END-IF.

       B200-UEBERNIMM-SORTENZEILE.
         IF SORTEN-SATZ NOT = SPACES
             AND SORTEN-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-SORTE WS-FELD-MELDEBESTAND
                 WS-FELD-EINHEIT WS-FELD-BEZEICHNUNG
             UNSTRING SORTEN-SATZ DELIMITED BY ";"
                 INTO WS-FELD-SORTE WS-FELD-MELDEBESTAND
                      WS-FELD-EINHEIT WS-FELD-BEZEICHNUNG
             END-UNSTRING
             IF WS-FELD-SORTE = SPACES
                 OR WS-FELD-MELDEBESTAND = SPACES
                 OR FUNCTION TRIM(WS-FELD-MELDEBESTAND)
                     IS NOT NUMERIC
                 MOVE "94" TO LAG-STATUS
                 EXIT PARAGRAPH
             END-IF
             IF WS-SORTEN-ANZAHL NOT LESS WS-SORTEN-MAXIMUM
                 MOVE "97" TO LAG-STATUS
                 EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-SORTEN-ANZAHL
             MOVE WS-FELD-SORTE TO SRT-SORTE(WS-SORTEN-ANZAHL)
             MOVE FUNCTION NUMVAL(WS-FELD-MELDEBESTAND)
                 TO SRT-MELDEBESTAND(WS-SORTEN-ANZAHL)
             MOVE WS-FELD-EINHEIT TO SRT-EINHEIT(WS-SORTEN-ANZAHL)
             MOVE WS-FELD-BEZEICHNUNG
                 TO SRT-BEZEICHNUNG(WS-SORTEN-ANZAHL)
             MOVE ZERO TO SRT-BESTAND(WS-SORTEN-ANZAHL)
                 SRT-VERBRAUCH-WOCHE(WS-SORTEN-ANZAHL)
             MOVE SPACES TO SRT-ZUGANG-TAG(WS-SORTEN-ANZAHL)
                 SRT-INVENTUR-TAG(WS-SORTEN-ANZAHL)
         END-IF.
         PERFORM B100-LIES-SORTENZEILE.

       B300-LIES-BEWEGUNG.
         READ BEWEGUNGS-DATEI
             AT END SET ENDE-DER-BEWEGUNGEN TO TRUE.
         IF NOT BEWEGUNG-STATUS-OK AND NOT BEWEGUNG-STATUS-ENDE
             MOVE BEWEGUNG-STATUS TO LAG-STATUS
         END-IF.

      * Bewegungen fuer Sorten, die nicht mehr in LAGER.TAB
      * stehen, werden ueberlesen.
       B400-UEBERNIMM-BEWEGUNG.
         IF BEWEGUNGS-SATZ NOT = SPACES
             AND BEWEGUNGS-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ZEIT WS-FELD-SORTE WS-FELD-ART
                 WS-FELD-MENGE
             UNSTRING BEWEGUNGS-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ZEIT WS-FELD-SORTE WS-FELD-ART
                      WS-FELD-MENGE
             END-UNSTRING
             IF WS-FELD-MENGE IS NUMERIC
                 MOVE WS-FELD-SORTE TO WS-SUCH-SORTE
                 PERFORM M000-SUCHE-SORTE
                 IF WS-SORTEN-TREFFER > ZERO
                     MOVE WS-FELD-ZEIT(1:8) TO WS-BEWEGUNGS-TAG
                     MOVE WS-FELD-ART TO WS-BEWEGUNGS-ART
                     MOVE WS-FELD-MENGE TO WS-BEWEGUNGS-MENGE
                     PERFORM F000-WENDE-BEWEGUNG-AN
                 END-IF
             END-IF
         END-IF.
         PERFORM B300-LIES-BEWEGUNG.

       C000-HOLE-SORTE.
         IF NOT TABELLE-GELADEN
             PERFORM B000-LADE-LAGER
             IF LAG-STATUS NOT = "00"
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         MOVE LAG-SORTE TO WS-SUCH-SORTE.
         PERFORM M000-SUCHE-SORTE.
         IF WS-SORTEN-TREFFER = ZERO
             MOVE "98" TO LAG-STATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM G000-GIB-ANGABEN.

       D000-HOLE-EINTRAG.
         IF NOT TABELLE-GELADEN
             PERFORM B000-LADE-LAGER
             IF LAG-STATUS NOT = "00"
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         IF LAG-NUMMER = ZERO
             OR LAG-NUMMER > WS-SORTEN-ANZAHL
             MOVE "98" TO LAG-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE LAG-NUMMER TO WS-SORTEN-TREFFER.
         MOVE SRT-SORTE(WS-SORTEN-TREFFER) TO LAG-SORTE.
         PERFORM G000-GIB-ANGABEN.

       E000-BUCHE-BEWEGUNG.
         IF NOT LAG-ZUGANG AND NOT LAG-VERBRAUCH
             AND NOT LAG-INVENTUR
             MOVE "96" TO LAG-STATUS
             EXIT PARAGRAPH
         END-IF.
         IF LAG-MENGE IS NOT NUMERIC
             MOVE "96" TO LAG-STATUS
             EXIT PARAGRAPH
         END-IF.
         IF NOT TABELLE-GELADEN
             PERFORM B000-LADE-LAGER
             IF LAG-STATUS NOT = "00"
                 EXIT PARAGRAPH
             END-IF
         END-IF.
         MOVE LAG-SORTE TO WS-SUCH-SORTE.
         PERFORM M000-SUCHE-SORTE.
         IF WS-SORTEN-TREFFER = ZERO
             MOVE "98" TO LAG-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ZEITSTEMPEL.
         MOVE LAG-MENGE TO WS-MENGE-ANZEIGE.
         MOVE SPACES TO WS-BEWEGUNGSZEILE.
         STRING WS-ZEITSTEMPEL ";"
             FUNCTION TRIM(LAG-SORTE) ";"
             LAG-ART ";"
             WS-MENGE-ANZEIGE ";"
             FUNCTION TRIM(LAG-PROGRAMM) ";"
             FUNCTION TRIM(LAG-BELEG)
             DELIMITED BY SIZE INTO WS-BEWEGUNGSZEILE.
         OPEN EXTEND BEWEGUNGS-DATEI.
         IF BEWEGUNG-STATUS = "35"
             OPEN OUTPUT BEWEGUNGS-DATEI
         END-IF.
         IF NOT BEWEGUNG-STATUS-OK
             MOVE BEWEGUNG-STATUS TO LAG-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-BEWEGUNGSZEILE TO BEWEGUNGS-SATZ.
         WRITE BEWEGUNGS-SATZ.
         IF NOT BEWEGUNG-STATUS-OK
             MOVE BEWEGUNG-STATUS TO LAG-STATUS
             CLOSE BEWEGUNGS-DATEI
             EXIT PARAGRAPH
         END-IF.
         CLOSE BEWEGUNGS-DATEI.
         MOVE WS-ZEITSTEMPEL(1:8) TO WS-BEWEGUNGS-TAG.
         MOVE LAG-ART TO WS-BEWEGUNGS-ART.
         MOVE LAG-MENGE TO WS-BEWEGUNGS-MENGE.
         PERFORM F000-WENDE-BEWEGUNG-AN.
         PERFORM G000-GIB-ANGABEN.

      * Eine Bewegung auf die Sorte WS-SORTEN-TREFFER anwenden.
       F000-WENDE-BEWEGUNG-AN.
         EVALUATE WS-BEWEGUNGS-ART
             WHEN "Z"
                 ADD WS-BEWEGUNGS-MENGE
                     TO SRT-BESTAND(WS-SORTEN-TREFFER)
                 MOVE WS-BEWEGUNGS-TAG
                     TO SRT-ZUGANG-TAG(WS-SORTEN-TREFFER)
             WHEN "V"
                 SUBTRACT WS-BEWEGUNGS-MENGE
                     FROM SRT-BESTAND(WS-SORTEN-TREFFER)
                 IF WS-BEWEGUNGS-TAG NOT LESS WS-WOCHE-AB
                     ADD WS-BEWEGUNGS-MENGE
                         TO SRT-VERBRAUCH-WOCHE(WS-SORTEN-TREFFER)
                 END-IF
             WHEN "I"
                 MOVE WS-BEWEGUNGS-MENGE
                     TO SRT-BESTAND(WS-SORTEN-TREFFER)
                 MOVE WS-BEWEGUNGS-TAG
                     TO SRT-INVENTUR-TAG(WS-SORTEN-TREFFER)
             WHEN OTHER
                 CONTINUE
         END-EVALUATE.

       G000-GIB-ANGABEN.
         MOVE SRT-BEZEICHNUNG(WS-SORTEN-TREFFER) TO LAG-BEZEICHNUNG.
         MOVE SRT-EINHEIT(WS-SORTEN-TREFFER) TO LAG-EINHEIT.
         MOVE SRT-BESTAND(WS-SORTEN-TREFFER) TO LAG-BESTAND.
         MOVE SRT-MELDEBESTAND(WS-SORTEN-TREFFER)
             TO LAG-MELDEBESTAND.
         MOVE SRT-ZUGANG-TAG(WS-SORTEN-TREFFER) TO LAG-ZUGANG-TAG.
         MOVE SRT-INVENTUR-TAG(WS-SORTEN-TREFFER)
             TO LAG-INVENTUR-TAG.
         MOVE SRT-VERBRAUCH-WOCHE(WS-SORTEN-TREFFER)
             TO LAG-VERBRAUCH-WOCHE.

       M000-SUCHE-SORTE.
         MOVE ZERO TO WS-SORTEN-TREFFER.
         PERFORM M100-PRUEFE-SORTE
             VARYING WS-SORTEN-INDEX FROM 1 BY 1
             UNTIL WS-SORTEN-INDEX > WS-SORTEN-ANZAHL
                 OR WS-SORTEN-TREFFER > ZERO.

       M100-PRUEFE-SORTE.
         IF SRT-SORTE(WS-SORTEN-INDEX) = WS-SUCH-SORTE
             MOVE WS-SORTEN-INDEX TO WS-SORTEN-TREFFER
         END-IF.

       END PROGRAM lager.

      * vim:ai sw=4 sts=4 expandtab
