      * idmarke.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "idmarke": die
      * Hochwassermarke der ADR-ID. Neue ADR-IDs waren bisher
      * "hoechste ID im Master plus eins"; tilgt adrtilg den Satz
      * mit der hoechsten ID, bekaeme der naechste Neuzugang sie
      * wieder - samt ADRHIST, RETOURHIS, SENDHIST, KAMPEMPF,
      * VERTEILER, ADRXREF und Werbesperre der getilgten Person.
      * Die Marke steht in ADRIDMAX.DAT (eine Zeile
      *     ADR-ID;JJJJMMTTHHMMSS;PROGRAMM)
      * und sinkt nie: wer eine ID vergibt (adrpfleg, adrmaske),
      * nimmt das Hoehere aus Master und Marke plus eins und
      * meldet die vergebene ID; adrtilg meldet die hoechste ID
      * seines Laufs, getilgte eingeschlossen.
      * Funktionen (IDM-FUNKTION):
      *     LESEN     IDM-ID = Marke (0, solange die Datei fehlt)
      *     MELDEN    Marke auf IDM-ID heben, falls hoeher; IDM-ID
      *               ist danach die Marke
      * IDM-STATUS: 00 = ausgefuehrt, sonst der Dateistatus von
      * ADRIDMAX.DAT (98 = Marke unlesbar, 99 = unbekannte
      * Funktion).
      *
       01 IDM-BLOCK.
           05 IDM-FUNKTION            PIC X(08).
           05 IDM-PROGRAMM            PIC X(08).
           05 IDM-ID                  PIC 9(06).
           05 IDM-STATUS              PIC X(02).
