      *     Meldung steht damit nummeriert im zentralen
      *     Fehlerprotokoll FEHLERLOG.DAT, und die Schwere aus dem
      *     Katalog entscheidet ueber Abbruch oder Weiterlauf.
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Herkunftsprotokoll: Eingabe, gueltiger Schluessel und
      *     Ausgabe beider Pfade werden vor dem Statistiksatz nach
      *     HERKUNFT.LOG gemeldet (CALL "herkunft", siehe herkunft.cpy).
      *   - Checkpoint/Neustart fuer beide Pfade: alle 1000 Saetze
      *     (WS-CKP-INTERVALL) schreibt haupt die letzte laufende
      *     Nummer, Satzanzahl und Hashsumme beider Umschlaege und den
      *     Kopfsatz der Eingabe nach HAUPT.CKP (Verschluesseln) bzw.
      *     HAUPTWHG.CKP (DECODE). Findet ein Lauf dort eine Nummer
      *     ueber Null und ist die Eingabe bis dahin unveraendert,
      *     setzt er am Checkpoint wieder auf: die bisherige Ausgabe
      *     wird als HAUPTAUS.NST/HAUPTWHG.NST beiseitegelegt und nur
      *     bis zum Checkpoint uebernommen, die schon verarbeiteten
      *     Saetze zaehlen nur noch fuer den Eingabe-Umschlag, und der
      *     Endesatz stimmt wie nach einem durchgehenden Lauf. Ein
      *     vollstaendiger Lauf setzt den Checkpoint auf Null zurueck;
      *     der Statistiksatz traegt nach einem Neustart den Vermerk
      *     NEUSTART. batchctl braucht dafuer nichts Besonderes: die
      *     Wiederholung des Schritts HAUPT setzt von selbst auf.
      *   - Liefert unter/codieren (bzw. dekodier/entunter) einen
      *     RETURN-CODE ungleich Null, meldet haupt das ueber den
      *     Katalog (HPT-007: Stufe, RETURN-CODE, laufende Nummer)
      *     und endet mit RETURN-CODE 8, statt mit dem naechsten
      *     Satz weiterzulaufen. Der Checkpoint wird dabei nicht
      *     zurueckgesetzt; die Wiederholung setzt am letzten
      *     Checkpoint auf.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. haupt.
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WIEDERHER-STATUS.

      * HAUPTCKP und HAUPTALT sind logische Dateinamen; sie werden
      * vor dem OPEN per SET ENVIRONMENT auf den Checkpoint des
      * jeweiligen Pfads (HAUPT.CKP bzw. HAUPTWHG.CKP) und auf die
      * beim Neustart beiseitegelegte Ausgabe (*.NST) abgebildet.
           SELECT CHECKPOINT-DATEI
           ASSIGN TO "HAUPTCKP"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS CHECKPOINT-STATUS.

           SELECT ALT-DATEI
           ASSIGN TO "HAUPTALT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ALT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EINGABE-DATEI
          LABEL RECORDS OMITTED.
       01 WIEDERHER-SATZ         PIC X(80).

       FD CHECKPOINT-DATEI
          LABEL RECORDS OMITTED.
       01 CHECKPOINT-SATZ        PIC X(138).

       FD ALT-DATEI
          LABEL RECORDS OMITTED.
       01 ALT-SATZ               PIC X(88).

       WORKING-STORAGE SECTION.
       COPY "eazsatz.cpy" REPLACING ==PREFIX== BY ==EINGABE==.
       COPY "eazsatz.cpy" REPLACING ==PREFIX== BY ==AUSGABE==.
       COPY "eazsatz.cpy" REPLACING ==PREFIX== BY ==AUSGABE-KODIERT==.
       77 WS-UNTERPROGRAMM       PIC X(08)   VALUE "unter".
       77 WS-FEHLERSTUFE         PIC X(12).
       77 WS-FEHLER-RC           PIC -(8)9.
       77 WS-FEHLER-RC-LEER      PIC 9(02)   COMP.
       77 WS-ENDE-SCHALTER       PIC X(01)   VALUE "N".
          88 ENDE-DER-EINGABE                VALUE "J".
       77 WS-LFDNR               PIC 9(07)   COMP VALUE ZERO.
       77 WS-WIEDERHERGESTELLT   PIC X(80).
       77 WS-ABWEICHUNG-ZAEHLER  PIC 9(07)   COMP VALUE ZERO.
       77 WS-WHG-ZAEHLER         PIC 9(07)   COMP VALUE ZERO.
      * Checkpoint alle WS-CKP-INTERVALL Saetze: letzte laufende
      * Nummer, Stand beider Umschlaege und der Kopfsatz der
      * Eingabe, an dem ein Neustart seine Eingabe wiedererkennt.
       77 WS-CKP-INTERVALL       PIC 9(07)   COMP VALUE 1000.
       77 WS-CKP-QUOTIENT        PIC 9(07)   COMP.
       77 WS-CKP-REST            PIC 9(07)   COMP.
       77 WS-NEUSTART-LFDNR      PIC 9(07)   COMP VALUE ZERO.
       77 WS-UEBERNOMMEN         PIC 9(09)   COMP VALUE ZERO.
       77 WS-PRF-ENDE-SCHALTER   PIC X(01)   VALUE "N".
       77 WS-EINGABEKOPF         PIC X(88)   VALUE SPACES.
       77 WS-AUSGABE-NAME        PIC X(20).
       77 WS-NST-NAME            PIC X(20).
       77 WS-SYSTEMKOMMANDO      PIC X(80).
       77 WS-KOMMANDO-RC         PIC S9(09)  COMP.
       01 WS-CHECKPOINT.
          05 CKP-LFDNR           PIC 9(07).
          05 CKP-EIN-ANZAHL      PIC 9(09).
          05 CKP-EIN-HASHSUMME   PIC 9(09).
          05 CKP-AUS-ANZAHL      PIC 9(09).
          05 CKP-AUS-HASHSUMME   PIC 9(09).
          05 CKP-ABWEICHUNGEN    PIC 9(07).
          05 CKP-KOPFSATZ        PIC X(88).
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==WIEDERHER-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==WIEDERHER-STATUS-2==
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==EIN-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==AUS-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==WHG-UMS==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==PRF-UMS==.
       COPY "laufstat.cpy".
       COPY "herkunft.cpy".
       COPY "meldung.cpy".
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==STRUKTUR-STATUS-1==
                     ==PREFIX-STATUS-OK==   BY ==STRUKTUR-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==STRUKTUR-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==STRUKTUR-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==CHECKPOINT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==CHECKPOINT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==CHECKPOINT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY
                         ==CHECKPOINT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==CHECKPOINT-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==ALT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==ALT-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==ALT-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==ALT-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==ALT-STATUS==.

      *
       PROCEDURE DIVISION.
             PERFORM Z000-ENTSCHLUESSELE
             STOP RUN
         END-IF.
         SET ENVIRONMENT "HAUPTCKP" TO "HAUPT.CKP".
         PERFORM R000-LIES-CHECKPOINT.
         IF WS-NEUSTART-LFDNR > ZERO
             PERFORM R100-PRUEFE-NEUSTART-EINGABE
         END-IF.
         OPEN INPUT EINGABE-DATEI.
         OPEN OUTPUT AUSGABE-DATEI.
         IF WS-NEUSTART-LFDNR > ZERO
             PERFORM R200-SETZE-STRUKTUR-FORT
         ELSE
             OPEN OUTPUT STRUKTUR-DATEI
             IF NOT STRUKTUR-STATUS-OK
                 MOVE "HPT-001" TO MELD-NUMMER
                 MOVE STRUKTUR-STATUS TO MELD-ZUSATZ
                 CALL "meldung" USING MELD-BLOCK
             END-IF
         END-IF.
         PERFORM U000-EROEFFNE-UMSCHLAEGE.
         PERFORM B000-LIES-EINGABESATZ.
             MOVE STRUKTUR-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         INITIALIZE WS-CHECKPOINT.
         PERFORM R400-SCHREIBE-CHECKPOINT.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "haupt   " TO STAT-PROGRAMM.
         MOVE WS-LFDNR TO STAT-SAETZE-EIN.
         MOVE AUS-UMS-SATZANZAHL TO STAT-SAETZE-AUS.
         MOVE ZERO TO STAT-ABGEWIESEN.
         MOVE 0 TO STAT-RC.
         IF WS-NEUSTART-LFDNR > ZERO
             MOVE "NEUSTART" TO STAT-VERMERK
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         STOP RUN.

         MOVE "SUMME" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
         ADD 1 TO WS-LFDNR.
      * Beim Neustart sind die Saetze bis zum Checkpoint schon in
      * HAUPTAUS.DAT; sie zaehlen nur noch fuer den Eingabe-Umschlag.
         IF WS-LFDNR NOT > WS-NEUSTART-LFDNR
             PERFORM B000-LIES-EINGABESATZ
             EXIT PARAGRAPH
         END-IF.
         MOVE EINGABE TO AUSGABESATZ.
         WRITE AUSGABESATZ.
         MOVE "O" TO PIPE-TYP.
                 PERFORM H000-SCHREIBE-PIPE-SATZ
             END-IF
         END-IF.
         PERFORM R300-CHECKPOINT-STRUKTUR.
         PERFORM B000-LIES-EINGABESATZ.

      * Ein Stufenfehler bricht den Lauf mit RETURN-CODE 8 ab;
      * der Checkpoint bleibt stehen, damit die Wiederholung am
      * letzten Checkpoint aufsetzt.
       G000-FEHLER-UNTERPROGRAMM.
         MOVE RETURN-CODE TO WS-FEHLER-RC.
         MOVE ZERO TO WS-FEHLER-RC-LEER.
         INSPECT WS-FEHLER-RC TALLYING WS-FEHLER-RC-LEER
             FOR LEADING SPACE.
         MOVE "HPT-007" TO MELD-NUMMER.
         MOVE SPACES TO MELD-ZUSATZ.
         STRING WS-FEHLERSTUFE DELIMITED BY SPACE
                " RC " WS-FEHLER-RC(WS-FEHLER-RC-LEER + 1:)
                " SATZ " PIPE-LFDNR
                DELIMITED BY SIZE
             INTO MELD-ZUSATZ
         END-STRING.
         CALL "meldung" USING MELD-BLOCK.
         STOP RUN RETURNING 8.

      * PIPE-TYP und PIPE-DATEN sind vom Aufrufer vorbesetzt; die
      * laufende Nummer bindet die drei Saetze eines Eingabesatzes
         MOVE "SUMME" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.

      * Liest den Checkpoint des Pfads (HAUPTCKP ist vorher per
      * SET ENVIRONMENT abgebildet); eine laufende Nummer ueber Null
      * heisst: der letzte Lauf ist nach diesem Satz abgebrochen.
       R000-LIES-CHECKPOINT.
         MOVE ZERO TO WS-NEUSTART-LFDNR.
         INITIALIZE WS-CHECKPOINT.
         OPEN INPUT CHECKPOINT-DATEI.
         IF NOT CHECKPOINT-STATUS-OK
             EXIT PARAGRAPH
         END-IF.
         READ CHECKPOINT-DATEI INTO WS-CHECKPOINT
             AT END INITIALIZE WS-CHECKPOINT
         END-READ.
         CLOSE CHECKPOINT-DATEI.
         IF CKP-LFDNR IS NUMERIC AND CKP-LFDNR > ZERO
             MOVE CKP-LFDNR TO WS-NEUSTART-LFDNR
         END-IF.

      * Ein Neustart setzt nur auf, wenn EINGABE.DAT bis zum
      * Checkpoint noch dieselbe ist: gleicher Kopfsatz, gleiche
      * Satzanzahl und Hashsumme der schon verarbeiteten Saetze.
      * Sonst beginnt der Lauf von vorn.
       R100-PRUEFE-NEUSTART-EINGABE.
         MOVE "ANFANG" TO PRF-UMS-FUNKTION.
         CALL "umschlag" USING PRF-UMS-UMSCHLAG.
         MOVE "N" TO WS-PRF-ENDE-SCHALTER.
         OPEN INPUT EINGABE-DATEI.
         READ EINGABE-DATEI INTO EINGABE
             AT END MOVE "J" TO WS-PRF-ENDE-SCHALTER
         END-READ.
         IF WS-PRF-ENDE-SCHALTER = "N" AND EINGABE = CKP-KOPFSATZ
             PERFORM R110-SUMMIERE-EINGABESATZ
                 UNTIL WS-PRF-ENDE-SCHALTER = "J"
                 OR PRF-UMS-SATZANZAHL NOT < CKP-EIN-ANZAHL
         END-IF.
         CLOSE EINGABE-DATEI.
         IF PRF-UMS-SATZANZAHL = CKP-EIN-ANZAHL
             AND PRF-UMS-HASHSUMME = CKP-EIN-HASHSUMME
             DISPLAY "HAUPT: Neustart nach Satz " CKP-LFDNR
                 " (HAUPT.CKP)"
         ELSE
             DISPLAY "HAUPT: HAUPT.CKP passt nicht zu EINGABE.DAT, "
                 "Lauf beginnt von vorn"
             MOVE ZERO TO WS-NEUSTART-LFDNR
         END-IF.

       R110-SUMMIERE-EINGABESATZ.
         READ EINGABE-DATEI INTO EINGABE
             AT END MOVE "J" TO WS-PRF-ENDE-SCHALTER
         END-READ.
         IF WS-PRF-ENDE-SCHALTER = "N" AND EINGABE(1:2) = "UE"
             MOVE "J" TO WS-PRF-ENDE-SCHALTER
         END-IF.
         IF WS-PRF-ENDE-SCHALTER = "N"
             MOVE EINGABE TO PRF-UMS-PUFFER
             MOVE "SUMME" TO PRF-UMS-FUNKTION
             CALL "umschlag" USING PRF-UMS-UMSCHLAG
         END-IF.

      * Dasselbe fuer den Entschluesselungspfad: HAUPTAUS.DAT muss
      * bis zum Checkpoint unveraendert sein, und der letzte
      * gezaehlte Satz muss die laufende Nummer des Checkpoints
      * tragen.
       R150-PRUEFE-NEUSTART-PIPE.
         MOVE "ANFANG" TO PRF-UMS-FUNKTION.
         CALL "umschlag" USING PRF-UMS-UMSCHLAG.
         MOVE "N" TO WS-PRF-ENDE-SCHALTER.
         OPEN INPUT STRUKTUR-DATEI.
         IF NOT STRUKTUR-STATUS-OK
             MOVE "J" TO WS-PRF-ENDE-SCHALTER
         ELSE
             READ STRUKTUR-DATEI
                 AT END MOVE "J" TO WS-PRF-ENDE-SCHALTER
             END-READ
             IF WS-PRF-ENDE-SCHALTER = "N"
                 AND PIPE-SATZ = CKP-KOPFSATZ
                 PERFORM R160-SUMMIERE-PIPE-SATZ
                     UNTIL WS-PRF-ENDE-SCHALTER = "J"
                     OR PRF-UMS-SATZANZAHL NOT < CKP-EIN-ANZAHL
             END-IF
             CLOSE STRUKTUR-DATEI
         END-IF.
         IF PRF-UMS-SATZANZAHL = CKP-EIN-ANZAHL
             AND PRF-UMS-HASHSUMME = CKP-EIN-HASHSUMME
             AND PIPE-LFDNR = CKP-LFDNR
             DISPLAY "HAUPT: DECODE, Neustart nach Satz " CKP-LFDNR
                 " (HAUPTWHG.CKP)"
         ELSE
             DISPLAY "HAUPT: HAUPTWHG.CKP passt nicht zu "
                 "HAUPTAUS.DAT, Lauf beginnt von vorn"
             MOVE ZERO TO WS-NEUSTART-LFDNR
         END-IF.

       R160-SUMMIERE-PIPE-SATZ.
         READ STRUKTUR-DATEI
             AT END MOVE "J" TO WS-PRF-ENDE-SCHALTER
         END-READ.
         IF WS-PRF-ENDE-SCHALTER = "N" AND PIPE-SATZ(1:2) = "UE"
             MOVE "J" TO WS-PRF-ENDE-SCHALTER
         END-IF.
         IF WS-PRF-ENDE-SCHALTER = "N"
             MOVE PIPE-SATZ TO PRF-UMS-PUFFER
             MOVE "SUMME" TO PRF-UMS-FUNKTION
             CALL "umschlag" USING PRF-UMS-UMSCHLAG
         END-IF.

      * Neustart: HAUPTAUS.DAT enthaelt auch Saetze, die nach dem
      * letzten Checkpoint geschrieben wurden. Die Datei wird darum
      * beiseitegelegt und nur bis zum Checkpoint (Kopfsatz plus
      * CKP-AUS-ANZAHL Saetze) neu geschrieben; der dabei
      * aufgerechnete Umschlag muss dem Checkpoint entsprechen.
       R200-SETZE-STRUKTUR-FORT.
         MOVE "HAUPTAUS.DAT" TO WS-AUSGABE-NAME.
         MOVE "HAUPTAUS.NST" TO WS-NST-NAME.
         PERFORM R280-SICHERE-ALTE-AUSGABE.
         OPEN OUTPUT STRUKTUR-DATEI.
         IF NOT STRUKTUR-STATUS-OK
             MOVE "HPT-001" TO MELD-NUMMER
             MOVE STRUKTUR-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         MOVE "ANFANG" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE ZERO TO WS-UEBERNOMMEN.
         PERFORM R290-LIES-ALT-SATZ.
         IF NOT ALT-STATUS-OK OR ALT-SATZ(1:2) NOT = "UK"
             MOVE "HPT-005" TO MELD-NUMMER
             MOVE WS-NST-NAME TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         MOVE ALT-SATZ TO PIPE-SATZ.
         WRITE PIPE-SATZ.
         IF NOT STRUKTUR-STATUS-OK
             MOVE "HPT-002" TO MELD-NUMMER
             MOVE STRUKTUR-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         PERFORM R210-UEBERNIMM-PIPE-SATZ
             UNTIL WS-UEBERNOMMEN NOT < CKP-AUS-ANZAHL
             OR NOT ALT-STATUS-OK.
         CLOSE ALT-DATEI.
         IF AUS-UMS-SATZANZAHL NOT = CKP-AUS-ANZAHL
             OR AUS-UMS-HASHSUMME NOT = CKP-AUS-HASHSUMME
             OR PIPE-LFDNR NOT = CKP-LFDNR
             MOVE "HPT-005" TO MELD-NUMMER
             MOVE WS-NST-NAME TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         PERFORM R295-ENTFERNE-ALTE-AUSGABE.

       R210-UEBERNIMM-PIPE-SATZ.
         PERFORM R290-LIES-ALT-SATZ.
         IF ALT-STATUS-OK
             MOVE ALT-SATZ TO PIPE-SATZ
             WRITE PIPE-SATZ
             IF NOT STRUKTUR-STATUS-OK
                 MOVE "HPT-002" TO MELD-NUMMER
                 MOVE STRUKTUR-STATUS TO MELD-ZUSATZ
                 CALL "meldung" USING MELD-BLOCK
             END-IF
             MOVE PIPE-SATZ TO AUS-UMS-PUFFER
             MOVE "SUMME" TO AUS-UMS-FUNKTION
             CALL "umschlag" USING AUS-UMS-UMSCHLAG
             ADD 1 TO WS-UEBERNOMMEN
         END-IF.

      * Dasselbe fuer HAUPTWHG.DAT im Entschluesselungspfad; die
      * Zaehler des abgebrochenen Laufs kommen aus dem Checkpoint.
       R250-SETZE-WHG-FORT.
         MOVE "HAUPTWHG.DAT" TO WS-AUSGABE-NAME.
         MOVE "HAUPTWHG.NST" TO WS-NST-NAME.
         PERFORM R280-SICHERE-ALTE-AUSGABE.
         OPEN OUTPUT WIEDERHER-DATEI.
         IF NOT WIEDERHER-STATUS-OK
             DISPLAY "Sorry, unable to open HAUPTWHG.DAT, status "
                 WIEDERHER-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "ANFANG" TO WHG-UMS-FUNKTION.
         CALL "umschlag" USING WHG-UMS-UMSCHLAG.
         MOVE ZERO TO WS-UEBERNOMMEN.
         PERFORM R290-LIES-ALT-SATZ.
         IF NOT ALT-STATUS-OK OR ALT-SATZ(1:2) NOT = "UK"
             MOVE "HPT-005" TO MELD-NUMMER
             MOVE WS-NST-NAME TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         MOVE ALT-SATZ TO WIEDERHER-SATZ.
         PERFORM Z400-SCHREIBE-WHG-SATZ.
         PERFORM R260-UEBERNIMM-WHG-SATZ
             UNTIL WS-UEBERNOMMEN NOT < CKP-AUS-ANZAHL
             OR NOT ALT-STATUS-OK.
         CLOSE ALT-DATEI.
         IF WHG-UMS-SATZANZAHL NOT = CKP-AUS-ANZAHL
             OR WHG-UMS-HASHSUMME NOT = CKP-AUS-HASHSUMME
             MOVE "HPT-005" TO MELD-NUMMER
             MOVE WS-NST-NAME TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         MOVE WHG-UMS-SATZANZAHL TO WS-WHG-ZAEHLER.
         MOVE CKP-ABWEICHUNGEN TO WS-ABWEICHUNG-ZAEHLER.
         PERFORM R295-ENTFERNE-ALTE-AUSGABE.

       R260-UEBERNIMM-WHG-SATZ.
         PERFORM R290-LIES-ALT-SATZ.
         IF ALT-STATUS-OK
             MOVE ALT-SATZ TO WIEDERHER-SATZ
             PERFORM Z400-SCHREIBE-WHG-SATZ
             MOVE WIEDERHER-SATZ TO WHG-UMS-PUFFER
             MOVE "SUMME" TO WHG-UMS-FUNKTION
             CALL "umschlag" USING WHG-UMS-UMSCHLAG
             ADD 1 TO WS-UEBERNOMMEN
         END-IF.

      * Legt die bisherige Ausgabe als *.NST beiseite und oeffnet sie
      * als ALT-DATEI. Liegt schon eine *.NST da, ist ein frueherer
      * Neustart beim Umkopieren abgebrochen; dann ist sie das
      * Original und die Ausgabe nur eine unvollstaendige Kopie.
       R280-SICHERE-ALTE-AUSGABE.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "test -f " DELIMITED BY SIZE
             WS-NST-NAME DELIMITED BY SPACE
             " || mv " DELIMITED BY SIZE
             WS-AUSGABE-NAME DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             WS-NST-NAME DELIMITED BY SPACE
             INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.
         COMPUTE WS-KOMMANDO-RC = RETURN-CODE / 256.
         IF WS-KOMMANDO-RC NOT = ZERO
             MOVE "HPT-006" TO MELD-NUMMER
             MOVE WS-AUSGABE-NAME TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         SET ENVIRONMENT "HAUPTALT" TO WS-NST-NAME.
         OPEN INPUT ALT-DATEI.
         IF NOT ALT-STATUS-OK
             MOVE "HPT-005" TO MELD-NUMMER
             MOVE WS-NST-NAME TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.

       R290-LIES-ALT-SATZ.
         READ ALT-DATEI
             AT END CONTINUE
         END-READ.

       R295-ENTFERNE-ALTE-AUSGABE.
         MOVE SPACES TO WS-SYSTEMKOMMANDO.
         STRING "rm -f " DELIMITED BY SIZE
             WS-NST-NAME DELIMITED BY SPACE
             INTO WS-SYSTEMKOMMANDO.
         CALL "SYSTEM" USING WS-SYSTEMKOMMANDO.

      * Checkpoint im Verschluesselungspfad alle WS-CKP-INTERVALL
      * Eingabesaetze. CLOSE und OPEN EXTEND bringen die
      * gepufferten Saetze von HAUPTAUS.DAT auf die Platte, bevor
      * der Checkpoint auf sie verweist.
       R300-CHECKPOINT-STRUKTUR.
         DIVIDE WS-LFDNR BY WS-CKP-INTERVALL
             GIVING WS-CKP-QUOTIENT REMAINDER WS-CKP-REST.
         IF WS-CKP-REST NOT = ZERO
             EXIT PARAGRAPH
         END-IF.
         CLOSE STRUKTUR-DATEI.
         IF NOT STRUKTUR-STATUS-OK
             MOVE "HPT-003" TO MELD-NUMMER
             MOVE STRUKTUR-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         OPEN EXTEND STRUKTUR-DATEI.
         IF NOT STRUKTUR-STATUS-OK
             MOVE "HPT-001" TO MELD-NUMMER
             MOVE STRUKTUR-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         MOVE WS-LFDNR TO CKP-LFDNR.
         MOVE EIN-UMS-SATZANZAHL TO CKP-EIN-ANZAHL.
         MOVE EIN-UMS-HASHSUMME TO CKP-EIN-HASHSUMME.
         MOVE AUS-UMS-SATZANZAHL TO CKP-AUS-ANZAHL.
         MOVE AUS-UMS-HASHSUMME TO CKP-AUS-HASHSUMME.
         MOVE ZERO TO CKP-ABWEICHUNGEN.
         MOVE WS-EINGABEKOPF TO CKP-KOPFSATZ.
         PERFORM R400-SCHREIBE-CHECKPOINT.

      * Checkpoint im Entschluesselungspfad alle WS-CKP-INTERVALL
      * wiederhergestellten Saetze, jeweils nach der Satzart 2
      * einer laufenden Nummer.
       R350-CHECKPOINT-WHG.
         DIVIDE WS-WHG-ZAEHLER BY WS-CKP-INTERVALL
             GIVING WS-CKP-QUOTIENT REMAINDER WS-CKP-REST.
         IF WS-CKP-REST NOT = ZERO
             EXIT PARAGRAPH
         END-IF.
         CLOSE WIEDERHER-DATEI.
         OPEN EXTEND WIEDERHER-DATEI.
         IF NOT WIEDERHER-STATUS-OK
             DISPLAY "Sorry, unable to open HAUPTWHG.DAT, status "
                 WIEDERHER-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE PIPE-LFDNR TO CKP-LFDNR.
         MOVE EIN-UMS-SATZANZAHL TO CKP-EIN-ANZAHL.
         MOVE EIN-UMS-HASHSUMME TO CKP-EIN-HASHSUMME.
         MOVE WHG-UMS-SATZANZAHL TO CKP-AUS-ANZAHL.
         MOVE WHG-UMS-HASHSUMME TO CKP-AUS-HASHSUMME.
         MOVE WS-ABWEICHUNG-ZAEHLER TO CKP-ABWEICHUNGEN.
         MOVE WS-EINGABEKOPF TO CKP-KOPFSATZ.
         PERFORM R400-SCHREIBE-CHECKPOINT.

      * Schreibt den Checkpoint; eine laufende Nummer Null (nach
      * einem vollstaendigen Lauf) heisst: kein Neustart noetig.
       R400-SCHREIBE-CHECKPOINT.
         OPEN OUTPUT CHECKPOINT-DATEI.
         IF NOT CHECKPOINT-STATUS-OK
             MOVE "HPT-004" TO MELD-NUMMER
             MOVE CHECKPOINT-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         WRITE CHECKPOINT-SATZ FROM WS-CHECKPOINT.
         IF NOT CHECKPOINT-STATUS-OK
             MOVE "HPT-004" TO MELD-NUMMER
             MOVE CHECKPOINT-STATUS TO MELD-ZUSATZ
             CALL "meldung" USING MELD-BLOCK
         END-IF.
         CLOSE CHECKPOINT-DATEI.

      * Umschlag von HAUPTAUS.DAT eroeffnen; der Eingabe-Umschlag
      * erwartet die Kennung EINGABE. Beim Neustart hat
      * R200-SETZE-STRUKTUR-FORT den Kopfsatz schon uebernommen und
      * den Umschlag bis zum Checkpoint aufgerechnet.
       U000-EROEFFNE-UMSCHLAEGE.
         MOVE "EINGABE" TO EIN-UMS-KENNUNG.
         MOVE "ANFANG" TO EIN-UMS-FUNKTION.
         MOVE "HAUPTAUS" TO AUS-UMS-KENNUNG.
         MOVE "haupt" TO AUS-UMS-PROGRAMM.
         MOVE 1 TO AUS-UMS-GENERATION.
         IF WS-NEUSTART-LFDNR > ZERO
             EXIT PARAGRAPH
         END-IF.
         MOVE "ANFANG" TO AUS-UMS-FUNKTION.
         CALL "umschlag" USING AUS-UMS-UMSCHLAG.
         MOVE "KOPF" TO AUS-UMS-FUNKTION.

       U100-PRUEFE-EINGABEKOPF.
         MOVE "J" TO WS-KOPF-GEPRUEFT-SCHALTER.
         MOVE EINGABE TO WS-EINGABEKOPF.
         MOVE EINGABE TO EIN-UMS-SATZBILD.
         MOVE "PRUEFKOPF" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.
      * Ergebnis mit den Originalsaetzen derselben laufenden
      * Nummer.
       Z000-ENTSCHLUESSELE.
         SET ENVIRONMENT "HAUPTCKP" TO "HAUPTWHG.CKP".
         PERFORM R000-LIES-CHECKPOINT.
         IF WS-NEUSTART-LFDNR > ZERO
             PERFORM R150-PRUEFE-NEUSTART-PIPE
         END-IF.
         OPEN INPUT STRUKTUR-DATEI.
         IF NOT STRUKTUR-STATUS-OK
             DISPLAY "Sorry, unable to open HAUPTAUS.DAT, status "
                 STRUKTUR-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "HAUPTWHG" TO WHG-UMS-KENNUNG.
         MOVE "haupt" TO WHG-UMS-PROGRAMM.
         MOVE 1 TO WHG-UMS-GENERATION.
         IF WS-NEUSTART-LFDNR > ZERO
             PERFORM R250-SETZE-WHG-FORT
         ELSE
             OPEN OUTPUT WIEDERHER-DATEI
             IF NOT WIEDERHER-STATUS-OK
                 DISPLAY "Sorry, unable to open HAUPTWHG.DAT, "
                     "status " WIEDERHER-STATUS
                 STOP RUN RETURNING 1
             END-IF
             MOVE "ANFANG" TO WHG-UMS-FUNKTION
             CALL "umschlag" USING WHG-UMS-UMSCHLAG
             MOVE "KOPF" TO WHG-UMS-FUNKTION
             CALL "umschlag" USING WHG-UMS-UMSCHLAG
             MOVE WHG-UMS-SATZBILD TO WIEDERHER-SATZ
             PERFORM Z400-SCHREIBE-WHG-SATZ
         END-IF.
         MOVE "HAUPTAUS" TO EIN-UMS-KENNUNG.
         MOVE "ANFANG" TO EIN-UMS-FUNKTION.
         CALL "umschlag" USING EIN-UMS-UMSCHLAG.

         PERFORM Z100-LIES-PIPE-SATZ.
         PERFORM Z200-VERARBEITE-PIPE-SATZ
         MOVE WHG-UMS-SATZBILD TO WIEDERHER-SATZ.
         PERFORM Z400-SCHREIBE-WHG-SATZ.
         CLOSE STRUKTUR-DATEI WIEDERHER-DATEI.
         INITIALIZE WS-CHECKPOINT.
         PERFORM R400-SCHREIBE-CHECKPOINT.

         DISPLAY "HAUPT: DECODE, wiederhergestellt "
             WS-WHG-ZAEHLER ", Abweichungen "
             WS-ABWEICHUNG-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "haupt   " TO STAT-PROGRAMM.
         MOVE WS-WHG-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-WHG-ZAEHLER TO STAT-SAETZE-AUS.
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         IF WS-NEUSTART-LFDNR > ZERO
             MOVE "NEUSTART" TO STAT-VERMERK
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         IF WS-ABWEICHUNG-ZAEHLER NOT = ZERO
             STOP RUN RETURNING 1
         EVALUATE TRUE
             WHEN WS-KOPF-GEPRUEFT-SCHALTER = "N"
                 MOVE "J" TO WS-KOPF-GEPRUEFT-SCHALTER
                 MOVE PIPE-SATZ TO WS-EINGABEKOPF
                 MOVE PIPE-SATZ TO EIN-UMS-SATZBILD
                 MOVE "PRUEFKOPF" TO EIN-UMS-FUNKTION
                 CALL "umschlag" USING EIN-UMS-UMSCHLAG
                 MOVE PIPE-SATZ TO EIN-UMS-PUFFER
                 MOVE "SUMME" TO EIN-UMS-FUNKTION
                 CALL "umschlag" USING EIN-UMS-UMSCHLAG
                 IF PIPE-LFDNR > WS-NEUSTART-LFDNR
                     PERFORM Z300-VERARBEITE-SATZART
                 END-IF
         END-EVALUATE.
         PERFORM Z100-LIES-PIPE-SATZ.

         MOVE WS-WIEDERHERGESTELLT TO WHG-UMS-PUFFER.
         MOVE "SUMME" TO WHG-UMS-FUNKTION.
         CALL "umschlag" USING WHG-UMS-UMSCHLAG.
         PERFORM R350-CHECKPOINT-WHG.

       Z400-SCHREIBE-WHG-SATZ.
         WRITE WIEDERHER-SATZ.
             STOP RUN RETURNING 1
         END-IF.

      * Herkunftsprotokoll: Eingabe und der gueltige Schluessel zu
      * HAUPTAUS.DAT, beim Entschluesseln HAUPTAUS.DAT und der
      * Schluessel zu HAUPTWHG.DAT.
       Z900-MELDE-HERKUNFT.
         MOVE "haupt" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         IF WS-UNTERPROGRAMM = "DECODE"
             MOVE "HAUPTAUS.DAT" TO HKF-DATEI
         ELSE
             MOVE "EINGABE.DAT" TO HKF-DATEI
         END-IF.
         MOVE EIN-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "SCHLUESSEL" TO HKF-FUNKTION.
         MOVE "SCHLUESSEL.DAT" TO HKF-DATEI.
         MOVE SPACES TO HKF-UMS-KENNUNG.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         IF WS-UNTERPROGRAMM = "DECODE"
             MOVE "HAUPTWHG.DAT" TO HKF-DATEI
             MOVE WHG-UMS-UMSCHLAG TO HKF-UMSCHLAG
         ELSE
             MOVE "HAUPTAUS.DAT" TO HKF-DATEI
             MOVE AUS-UMS-UMSCHLAG TO HKF-UMSCHLAG
         END-IF.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "HAUPT: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM haupt.

      * vim:ai sw=4 sts=4 expandtab
