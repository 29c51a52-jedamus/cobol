      *     ADR-ID;JJJJMMTTHHMMSS;QUELLE;AKTION;VORHER;NACHHER
      * in die Historiendatei ADRHIST.DAT fortgeschrieben. VORHER
      * und NACHHER sind die vollen Satzbilder (adresse.cpy, je
      * 240 Byte, bei N bzw. L leer); alle Felder stehen in fester
      * Breite, damit die Auskunft (adrhista) die Zeile nach
      * Positionen zerlegen kann, auch wenn ein Adressfeld selbst
      * ein Semikolon enthaelt.
      * HIST-STATUS: 00 = geschrieben, sonst der Dateistatus der
      * Historiendatei. Ein Fehler beim Schreiben wird nur
      * gemeldet - die Historie ist Beiwerk, nicht Nutzlast.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Satzbilder von 170 auf 240 Byte (ADR-STRASSE und
      *     aufgeteilte Ortsangabe, siehe adresse.cpy); in der
      *     Zeile steht VORHER jetzt auf 34-273, NACHHER auf
      *     275-514.
      *   - Satzbilder von 240 auf 245 Byte (ADR-ORG-NR, siehe
      *     adresse.cpy). Damit bestehende Zeilen lesbar bleiben,
      *     stehen VORHER und NACHHER weiter auf 34-273 und 275-514;
      *     die Organisationsnummern werden hinten angehaengt:
      *     VORHER-ADR-ORG-NR auf 516-520, NACHHER-ADR-ORG-NR auf
      *     522-526 (in aelteren Zeilen leer).
      *   - QUELLE ist bei Dialogaenderungen aus adrmaske jetzt die
      *     Benutzerkennung der Anmeldung (siehe zugang.cpy), nicht
      *     mehr der Programmname.
      *   - Satzbilder von 245 auf 254 Byte (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy); die beiden Felder
      *     werden wie die Organisationsnummern hinten angehaengt:
      *     VORHER auf 528-536, NACHHER auf 538-546 (in aelteren
      *     Zeilen leer).
      *   - L ist jetzt die logische Loeschung: NACHHER ist der
      *     Satz mit gesetztem Loeschkennzeichen. Neue Aktionen W
      *     (Wiederherstellung, VORHER geloescht, NACHHER gueltig)
      *     und P (endgueltige Tilgung durch adrtilg, VORHER der
      *     geloeschte Satz, NACHHER leer).
      *
       01 HIST-BLOCK.
           05 HIST-ID                 PIC 9(06).
           05 HIST-QUELLE             PIC X(08).
           05 HIST-AKTION             PIC X(01).
           05 HIST-VORHER             PIC X(254).
           05 HIST-NACHHER            PIC X(254).
           05 HIST-STATUS             PIC X(02).
