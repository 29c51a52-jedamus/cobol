      * Auskunft ueber die Aenderungshistorie des Adressmasters
      * (ADRHIST.DAT, geschrieben vom Unterprogramm adrhist aus
      * adrpfleg und adrmaske): zeigt zu einer ADR-ID das ganze
      * Leben der Adresse - jede Neuanlage, Aenderung, Loeschung,
      * Wiederherstellung (W) und Tilgung (P) mit Zeitstempel,
      * Quelle (Transaktionslauf oder Dialog) und den vollen
      * Vorher/Nachher-Bildern. Aufruf:
      *     adrhista adr-id
      * Bericht auf Konsole und nach ADRHISTA.RPT. Wenn auf einem
      * Umschlag eine falsche Adresse steht, liest der
      * Sachbearbeiter hier ab, wann sie sich geaendert hat und
      * auf welchem Weg, statt alte Ausdrucke zu rekonstruieren.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Die Bilder in ADRHIST.DAT sind jetzt 240 Byte lang
      *     (Vorher 34-273, Nachher 275-514, siehe adrhist.cpy); das
      *     Adressbild zeigt Strasse, Ort, Staat und PLZ einzeln.
      *   - HISTORIEN-SATZ auf X(530) wie in adrhist: die Zeilen
      *     tragen hinten die Organisationsnummern.
      *   - HISTORIEN-SATZ auf X(546): Loeschkennzeichen und
      *     Loeschdatum der Bilder stehen auf 528-536 und 538-546;
      *     ein logisch geloeschtes Bild zeigt GELOESCHT AM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrhista.
       FILE SECTION.
       FD HISTORIEN-DATEI
          LABEL RECORDS ARE OMITTED.
           01 HISTORIEN-SATZ           PIC X(546).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
         MOVE HISTORIEN-SATZ(32:1) TO WS-EIN-AKTION.
         MOVE WS-EINTRAGKOPF TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF HISTORIEN-SATZ(34:240) NOT = SPACES
             MOVE HISTORIEN-SATZ(34:240) TO ADRESSE-SATZ
             MOVE HISTORIEN-SATZ(528:1) TO ADR-LOESCHKZ
             MOVE HISTORIEN-SATZ(529:8) TO ADR-LOESCHDATUM
             MOVE "  VORHER " TO WS-BILD-SEITE
             PERFORM G100-SCHREIBE-ADRESSBILD
         END-IF.
         IF HISTORIEN-SATZ(275:240) NOT = SPACES
             MOVE HISTORIEN-SATZ(275:240) TO ADRESSE-SATZ
             MOVE HISTORIEN-SATZ(538:1) TO ADR-LOESCHKZ
             MOVE HISTORIEN-SATZ(539:8) TO ADR-LOESCHDATUM
             MOVE "  NACHHER" TO WS-BILD-SEITE
             PERFORM G100-SCHREIBE-ADRESSBILD
         END-IF.
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
         MOVE ADR-ZUSTELL TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF ADR-GELOESCHT
             MOVE "GELOESCHT AM   " TO WS-BILD-FELD
             MOVE ADR-LOESCHDATUM TO WS-BILD-INHALT
             MOVE WS-BILDZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       END PROGRAM adrhista.

