      * in die Historiendatei ADRHIST.DAT fort (fehlt sie, wird
      * sie neu angelegt). Die Auskunft adrhista zeigt daraus das
      * ganze Leben einer Adresse.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Vorher- und Nachher-Bild folgen dem neuen Satzbild mit
      *     ADR-STRASSE und aufgeteilter Ortsangabe (siehe
      *     adresse.cpy, Satzlaenge 240); die Historienzeile
      *     waechst von 374 auf 514 Stellen. Bestehende Zeilen
      *     stellt adrumbau einmalig um.
      *   - Satzbilder 245 statt 240 Byte (ADR-ORG-NR): die
      *     Organisationsnummern von VORHER und NACHHER werden hinten
      *     an die Zeile angehaengt (516-520 und 522-526, siehe
      *     adrhist.cpy), die bisherigen Positionen bleiben.
      *     HISTORIEN-SATZ auf X(530) verbreitert.
      *   - Satzbilder 254 statt 245 Byte (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM): Loeschkennzeichen und -datum von
      *     VORHER und NACHHER werden ebenfalls hinten angehaengt
      *     (528-536 und 538-546, siehe adrhist.cpy).
      *     HISTORIEN-SATZ auf X(546) verbreitert.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrhist.
       FILE SECTION.
       FD HISTORIEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 HISTORIEN-SATZ           PIC X(546).

       WORKING-STORAGE SECTION.
      * Feste Feldbreiten, damit die Auskunft die Zeile nach
          05 FILLER                   PIC X(01)   VALUE ";".
          05 WS-HIS-AKTION            PIC X(01).
          05 FILLER                   PIC X(01)   VALUE ";".
          05 WS-HIS-VORHER            PIC X(240).
          05 FILLER                   PIC X(01)   VALUE ";".
          05 WS-HIS-NACHHER           PIC X(240).
          05 FILLER                   PIC X(01)   VALUE ";".
          05 WS-HIS-VORHER-ORG-NR     PIC X(05).
          05 FILLER                   PIC X(01)   VALUE ";".
          05 WS-HIS-NACHHER-ORG-NR    PIC X(05).
          05 FILLER                   PIC X(01)   VALUE ";".
          05 WS-HIS-VORHER-LOESCH     PIC X(09).
          05 FILLER                   PIC X(01)   VALUE ";".
          05 WS-HIS-NACHHER-LOESCH    PIC X(09).
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==HISTORIE-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==HISTORIE-STATUS-2==
         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HIS-ZEIT.
         MOVE HIST-QUELLE TO WS-HIS-QUELLE.
         MOVE HIST-AKTION TO WS-HIS-AKTION.
         MOVE HIST-VORHER(1:240) TO WS-HIS-VORHER.
         MOVE HIST-NACHHER(1:240) TO WS-HIS-NACHHER.
         MOVE HIST-VORHER(241:5) TO WS-HIS-VORHER-ORG-NR.
         MOVE HIST-NACHHER(241:5) TO WS-HIS-NACHHER-ORG-NR.
         MOVE HIST-VORHER(246:9) TO WS-HIS-VORHER-LOESCH.
         MOVE HIST-NACHHER(246:9) TO WS-HIS-NACHHER-LOESCH.
         MOVE WS-HISTORIENZEILE TO HISTORIEN-SATZ.
         WRITE HISTORIEN-SATZ.
         MOVE HISTORIE-STATUS TO HIST-STATUS.
