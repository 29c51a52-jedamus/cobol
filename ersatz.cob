      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Ersetzungsmaskierung: die Caesar-Maskierung aus rot13 und
      * den Profilen (ADRMASKE.PRF) macht aus Namen unlesbaren
      * Zeichensalat, auf dem Sortierung, Dublettensuche (adrdubl)
      * und Haushaltsbildung (adrhaush) ganz anders laufen als auf
      * echten Namen. Dieses Unterprogramm ersetzt einen
      * Feldinhalt durch einen plausiblen Wert aus den gepflegten
      * Woerterbuechern ERSATZ.TAB (je Zeile ART;WERT mit ART
      * VORNAME, NACHNAME oder ABTEILUNG, Zeilen mit * in Spalte 1
      * sind Kommentar) und PLZVERZ.TAB (PLZ;ORTSNAME, fuer Ort und
      * PLZ als Paar). Welcher Eintrag gewaehlt wird, ergibt eine
      * Pruefsumme ueber Schluesselkennung, Art und Originalwert:
      * gleicher Wert unter gleichem Schluessel ergibt immer
      * denselben Ersatz, ein neuer Schluessel eine neue
      * Zuordnung. Die Woerterbuecher werden beim ersten Aufruf
      * geladen und bleiben fuer den Lauf stehen.
      * Parameter und Status siehe ersatz.cpy.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ersatz.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOERTERBUCH-DATEI
           ASSIGN TO "ERSATZ.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WOERTER-STATUS.

           SELECT PLZVERZ-DATEI
           ASSIGN TO "PLZVERZ.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PLZVERZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WOERTERBUCH-DATEI
          LABEL RECORDS ARE OMITTED.
           01 WOERTERBUCH-SATZ         PIC X(80).

       FD PLZVERZ-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PLZVERZ-SATZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-GELADEN-SCHALTER         PIC X(01)   VALUE "N".
          88 WOERTERBUECHER-GELADEN               VALUE "J".
       01 WS-WOERTER-LADESTATUS       PIC X(02)   VALUE "00".
       01 WS-PLZ-LADESTATUS           PIC X(02)   VALUE "00".
       01 WS-WOERTER-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-WOERTER                     VALUE "J".
       01 WS-PLZVERZ-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-PLZVERZ                     VALUE "J".

       01 WS-VORNAMEN-TABELLE.
          05 WS-VORNAME               PIC X(40)   OCCURS 300 TIMES.
       01 WS-VORNAMEN-ANZAHL          PIC 9(04)   COMP VALUE ZERO.
       01 WS-NACHNAMEN-TABELLE.
          05 WS-NACHNAME              PIC X(40)   OCCURS 300 TIMES.
       01 WS-NACHNAMEN-ANZAHL         PIC 9(04)   COMP VALUE ZERO.
       01 WS-ABTEILUNGS-TABELLE.
          05 WS-ABTEILUNG             PIC X(40)   OCCURS 200 TIMES.
       01 WS-ABTEILUNGS-ANZAHL        PIC 9(04)   COMP VALUE ZERO.
       01 WS-ORTS-TABELLE.
          05 WS-ORTS-EINTRAG          OCCURS 1000 TIMES.
             10 WS-ORTS-PLZ           PIC X(10).
             10 WS-ORTS-NAME          PIC X(40).
       01 WS-ORTS-ANZAHL              PIC 9(04)   COMP VALUE ZERO.

      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-FELD-ART                 PIC X(10)   VALUE SPACES.
       01 WS-FELD-WERT                PIC X(40)   VALUE SPACES.
       01 WS-FELD-PLZ                 PIC X(10)   VALUE SPACES.
       01 WS-FELD-ORT                 PIC X(40)   VALUE SPACES.

      * Pruefsumme ueber Schluessel, Art und Originalwert.
       01 WS-PRUEF-TEXT               PIC X(80).
       01 WS-PRUEF-LAENGE             PIC 9(03)   COMP.
       01 WS-PRUEF-INDEX              PIC 9(03)   COMP.
       01 WS-PRUEF-SUMME              PIC 9(09)   COMP.
       01 WS-PRUEF-ART                PIC X(10).
       01 WS-PRUEF-WERT               PIC X(40).
       01 WS-WAHL                     PIC 9(04)   COMP.

      * Zerlegung eines Namens in Woerter (Art NAME).
       01 WS-NAMENS-WOERTER.
          05 WS-NAMENS-WORT           PIC X(40)   OCCURS 8 TIMES.
       01 WS-NAMENS-ANZAHL            PIC 9(02)   COMP.
       01 WS-ERSATZ-VORNAME           PIC X(40).
       01 WS-ERSATZ-NACHNAME          PIC X(40).

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==WOERTER-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==WOERTER-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==WOERTER-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==WOERTER-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==WOERTER-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==PLZVERZ-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==PLZVERZ-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==PLZVERZ-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==PLZVERZ-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==PLZVERZ-STATUS==.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "ersatz.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING ERS-BLOCK.
       A000-ERSETZE-WERT.
         IF NOT WOERTERBUECHER-GELADEN
             PERFORM B000-LADE-WOERTERBUCH
             PERFORM C000-LADE-PLZVERZ
             SET WOERTERBUECHER-GELADEN TO TRUE
         END-IF.
         MOVE "00" TO ERS-STATUS.
         MOVE SPACES TO ERS-ERSATZ.
         IF ERS-WERT = SPACES
             EXIT PROGRAM
         END-IF.
         EVALUATE ERS-ART
             WHEN "VORNAME"
                 MOVE ERS-WERT TO WS-PRUEF-WERT
                 PERFORM E100-WAEHLE-VORNAME
                 MOVE WS-ERSATZ-VORNAME TO ERS-ERSATZ
             WHEN "NACHNAME"
                 MOVE ERS-WERT TO WS-PRUEF-WERT
                 PERFORM E200-WAEHLE-NACHNAME
                 MOVE WS-ERSATZ-NACHNAME TO ERS-ERSATZ
             WHEN "NAME"
                 PERFORM E000-ERSETZE-NAMEN
             WHEN "ABTEILUNG"
                 PERFORM E300-WAEHLE-ABTEILUNG
             WHEN "ORT"
                 PERFORM E400-WAEHLE-ORTSPAAR
                 IF ERS-STATUS = "00"
                     MOVE WS-ORTS-NAME(WS-WAHL) TO ERS-ERSATZ
                 END-IF
             WHEN "PLZ"
                 PERFORM E400-WAEHLE-ORTSPAAR
                 IF ERS-STATUS = "00"
                     MOVE WS-ORTS-PLZ(WS-WAHL) TO ERS-ERSATZ
                 END-IF
             WHEN OTHER
                 MOVE "99" TO ERS-STATUS
         END-EVALUATE.
         EXIT PROGRAM.

      * ERSATZ.TAB laden; eine fehlende Datei wird erst gemeldet,
      * wenn eine Art daraus verlangt wird.
       B000-LADE-WOERTERBUCH.
         OPEN INPUT WOERTERBUCH-DATEI.
         IF NOT WOERTER-STATUS-OK
             MOVE WOERTER-STATUS TO WS-WOERTER-LADESTATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM B100-LIES-WOERTERZEILE.
         PERFORM B200-UEBERNIMM-WOERTERZEILE
             UNTIL ENDE-DER-WOERTER.
         CLOSE WOERTERBUCH-DATEI.

       B100-LIES-WOERTERZEILE.
         READ WOERTERBUCH-DATEI
             AT END SET ENDE-DER-WOERTER TO TRUE.
         IF NOT WOERTER-STATUS-OK AND NOT WOERTER-STATUS-ENDE
             MOVE WOERTER-STATUS TO WS-WOERTER-LADESTATUS
             SET ENDE-DER-WOERTER TO TRUE
         END-IF.

       B200-UEBERNIMM-WOERTERZEILE.
         IF WOERTERBUCH-SATZ NOT = SPACES
             AND WOERTERBUCH-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-ART WS-FELD-WERT
             UNSTRING WOERTERBUCH-SATZ DELIMITED BY ";"
                 INTO WS-FELD-ART WS-FELD-WERT
             END-UNSTRING
             IF WS-FELD-WERT NOT = SPACES
                 PERFORM B300-TRAGE-WORT-EIN
             END-IF
         END-IF.
         PERFORM B100-LIES-WOERTERZEILE.

       B300-TRAGE-WORT-EIN.
         EVALUATE WS-FELD-ART
             WHEN "VORNAME"
                 IF WS-VORNAMEN-ANZAHL < 300
                     ADD 1 TO WS-VORNAMEN-ANZAHL
                     MOVE WS-FELD-WERT
                         TO WS-VORNAME(WS-VORNAMEN-ANZAHL)
                 ELSE
                     MOVE "98" TO WS-WOERTER-LADESTATUS
                 END-IF
             WHEN "NACHNAME"
                 IF WS-NACHNAMEN-ANZAHL < 300
                     ADD 1 TO WS-NACHNAMEN-ANZAHL
                     MOVE WS-FELD-WERT
                         TO WS-NACHNAME(WS-NACHNAMEN-ANZAHL)
                 ELSE
                     MOVE "98" TO WS-WOERTER-LADESTATUS
                 END-IF
             WHEN "ABTEILUNG"
                 IF WS-ABTEILUNGS-ANZAHL < 200
                     ADD 1 TO WS-ABTEILUNGS-ANZAHL
                     MOVE WS-FELD-WERT
                         TO WS-ABTEILUNG(WS-ABTEILUNGS-ANZAHL)
                 ELSE
                     MOVE "98" TO WS-WOERTER-LADESTATUS
                 END-IF
             WHEN OTHER
                 CONTINUE
         END-EVALUATE.

       C000-LADE-PLZVERZ.
         OPEN INPUT PLZVERZ-DATEI.
         IF NOT PLZVERZ-STATUS-OK
             MOVE "96" TO WS-PLZ-LADESTATUS
             EXIT PARAGRAPH
         END-IF.
         PERFORM C100-LIES-PLZVERZ.
         PERFORM C200-UEBERNIMM-PLZVERZ
             UNTIL ENDE-DES-PLZVERZ.
         CLOSE PLZVERZ-DATEI.
         IF WS-ORTS-ANZAHL = ZERO
             MOVE "96" TO WS-PLZ-LADESTATUS
         END-IF.

       C100-LIES-PLZVERZ.
         READ PLZVERZ-DATEI
             AT END SET ENDE-DES-PLZVERZ TO TRUE.
         IF NOT PLZVERZ-STATUS-OK AND NOT PLZVERZ-STATUS-ENDE
             MOVE "96" TO WS-PLZ-LADESTATUS
             SET ENDE-DES-PLZVERZ TO TRUE
         END-IF.

       C200-UEBERNIMM-PLZVERZ.
         IF PLZVERZ-SATZ NOT = SPACES
             AND PLZVERZ-SATZ(1:1) NOT = "*"
             MOVE SPACES TO WS-FELD-PLZ WS-FELD-ORT
             UNSTRING PLZVERZ-SATZ DELIMITED BY ";"
                 INTO WS-FELD-PLZ WS-FELD-ORT
             END-UNSTRING
             IF WS-FELD-PLZ NOT = SPACES
                 AND WS-FELD-ORT NOT = SPACES
                 IF WS-ORTS-ANZAHL < 1000
                     ADD 1 TO WS-ORTS-ANZAHL
                     MOVE WS-FELD-PLZ TO WS-ORTS-PLZ(WS-ORTS-ANZAHL)
                     MOVE WS-FELD-ORT
                         TO WS-ORTS-NAME(WS-ORTS-ANZAHL)
                 ELSE
                     MOVE "98" TO WS-PLZ-LADESTATUS
                 END-IF
             END-IF
         END-IF.
         PERFORM C100-LIES-PLZVERZ.

      * Pruefsumme ueber "SCHLUESSEL;ART;WERT" (ohne
      * endstaendige Leerzeichen), Ergebnis in WS-PRUEF-SUMME.
       D000-BILDE-PRUEFSUMME.
         MOVE SPACES TO WS-PRUEF-TEXT.
         STRING ERS-SCHLUESSEL DELIMITED BY SPACE
             ";" DELIMITED BY SIZE
             WS-PRUEF-ART DELIMITED BY SPACE
             ";" DELIMITED BY SIZE
             WS-PRUEF-WERT DELIMITED BY SIZE
             INTO WS-PRUEF-TEXT.
         MOVE ZERO TO WS-PRUEF-SUMME.
         MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PRUEF-TEXT TRAILING))
             TO WS-PRUEF-LAENGE.
         PERFORM D100-ADDIERE-ZEICHEN
             VARYING WS-PRUEF-INDEX FROM 1 BY 1
             UNTIL WS-PRUEF-INDEX > WS-PRUEF-LAENGE.

       D100-ADDIERE-ZEICHEN.
         COMPUTE WS-PRUEF-SUMME = FUNCTION MOD(WS-PRUEF-SUMME * 31
             + FUNCTION ORD(WS-PRUEF-TEXT(WS-PRUEF-INDEX:1)),
             999983).

      * Art NAME: erstes Wort als Vorname, letztes als Nachname.
       E000-ERSETZE-NAMEN.
         MOVE SPACES TO WS-NAMENS-WOERTER.
         MOVE ZERO TO WS-NAMENS-ANZAHL.
         UNSTRING ERS-WERT DELIMITED BY ALL SPACE
             INTO WS-NAMENS-WORT(1) WS-NAMENS-WORT(2)
                  WS-NAMENS-WORT(3) WS-NAMENS-WORT(4)
                  WS-NAMENS-WORT(5) WS-NAMENS-WORT(6)
                  WS-NAMENS-WORT(7) WS-NAMENS-WORT(8)
             TALLYING IN WS-NAMENS-ANZAHL
         END-UNSTRING.
         IF WS-NAMENS-WORT(1) = SPACES
             MOVE WS-NAMENS-WORT(2) TO WS-NAMENS-WORT(1)
         END-IF.
         IF WS-NAMENS-ANZAHL > 1
             AND WS-NAMENS-WORT(WS-NAMENS-ANZAHL) = SPACES
             SUBTRACT 1 FROM WS-NAMENS-ANZAHL
         END-IF.
         MOVE WS-NAMENS-WORT(WS-NAMENS-ANZAHL) TO WS-PRUEF-WERT.
         PERFORM E200-WAEHLE-NACHNAME.
         IF ERS-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         IF WS-NAMENS-ANZAHL < 2
             MOVE WS-ERSATZ-NACHNAME TO ERS-ERSATZ
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-NAMENS-WORT(1) TO WS-PRUEF-WERT.
         PERFORM E100-WAEHLE-VORNAME.
         IF ERS-STATUS NOT = "00"
             EXIT PARAGRAPH
         END-IF.
         STRING WS-ERSATZ-VORNAME DELIMITED BY "  "
             " " DELIMITED BY SIZE
             WS-ERSATZ-NACHNAME DELIMITED BY "  "
             INTO ERS-ERSATZ.

       E100-WAEHLE-VORNAME.
         IF WS-WOERTER-LADESTATUS NOT = "00"
             MOVE WS-WOERTER-LADESTATUS TO ERS-STATUS
             EXIT PARAGRAPH
         END-IF.
         IF WS-VORNAMEN-ANZAHL = ZERO
             MOVE "97" TO ERS-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE "VORNAME" TO WS-PRUEF-ART.
         PERFORM D000-BILDE-PRUEFSUMME.
         COMPUTE WS-WAHL =
             FUNCTION MOD(WS-PRUEF-SUMME, WS-VORNAMEN-ANZAHL) + 1.
         MOVE WS-VORNAME(WS-WAHL) TO WS-ERSATZ-VORNAME.

       E200-WAEHLE-NACHNAME.
         IF WS-WOERTER-LADESTATUS NOT = "00"
             MOVE WS-WOERTER-LADESTATUS TO ERS-STATUS
             EXIT PARAGRAPH
         END-IF.
         IF WS-NACHNAMEN-ANZAHL = ZERO
             MOVE "97" TO ERS-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE "NACHNAME" TO WS-PRUEF-ART.
         PERFORM D000-BILDE-PRUEFSUMME.
         COMPUTE WS-WAHL =
             FUNCTION MOD(WS-PRUEF-SUMME, WS-NACHNAMEN-ANZAHL) + 1.
         MOVE WS-NACHNAME(WS-WAHL) TO WS-ERSATZ-NACHNAME.

       E300-WAEHLE-ABTEILUNG.
         IF WS-WOERTER-LADESTATUS NOT = "00"
             MOVE WS-WOERTER-LADESTATUS TO ERS-STATUS
             EXIT PARAGRAPH
         END-IF.
         IF WS-ABTEILUNGS-ANZAHL = ZERO
             MOVE "97" TO ERS-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE "ABTEILUNG" TO WS-PRUEF-ART.
         MOVE ERS-WERT TO WS-PRUEF-WERT.
         PERFORM D000-BILDE-PRUEFSUMME.
         COMPUTE WS-WAHL =
             FUNCTION MOD(WS-PRUEF-SUMME, WS-ABTEILUNGS-ANZAHL) + 1.
         MOVE WS-ABTEILUNG(WS-WAHL) TO ERS-ERSATZ.

      * ORT und PLZ waehlen mit derselben Pruefsumme dasselbe
      * Paar, wenn der Aufrufer denselben ERS-WERT uebergibt.
       E400-WAEHLE-ORTSPAAR.
         IF WS-PLZ-LADESTATUS NOT = "00"
             MOVE WS-PLZ-LADESTATUS TO ERS-STATUS
             EXIT PARAGRAPH
         END-IF.
         MOVE "ORT" TO WS-PRUEF-ART.
         MOVE ERS-WERT TO WS-PRUEF-WERT.
         PERFORM D000-BILDE-PRUEFSUMME.
         COMPUTE WS-WAHL =
             FUNCTION MOD(WS-PRUEF-SUMME, WS-ORTS-ANZAHL) + 1.

       END PROGRAM ersatz.

      * vim:ai sw=4 sts=4 expandtab
