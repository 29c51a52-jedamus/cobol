      * war.
      * STAT-STATUS: 00 = geschrieben, sonst der Dateistatus der
      * Statistikdatei.
      * STAT-VERMERK: leer, oder ein Laufvermerk (z.B. NEUSTART
      * fuer einen Lauf, der an einem Checkpoint wieder
      * aufgesetzt hat); er wird als siebtes Feld an die
      * Statistikzeile angehaengt.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Neues Feld STAT-VERMERK am Blockende (Laufvermerk, siehe
      *     oben). Programme, die es nicht setzen, schreiben die
      *     Statistikzeile unveraendert mit sechs Feldern.
      *
       01 STAT-BLOCK.
           05 STAT-PROGRAMM           PIC X(08).
           05 STAT-ABGEWIESEN         PIC 9(09).
           05 STAT-RC                 PIC 9(04).
           05 STAT-STATUS             PIC X(02).
           05 STAT-VERMERK            PIC X(08)   VALUE SPACES.
