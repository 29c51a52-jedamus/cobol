      * drpruef.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "drpruef": die
      * Pruefwerte einer Datei fuer das Manifest der
      * Notfallsicherung (drsich, drzurueck). Geprueft wird die
      * Datei DRP-DATEI (Dateiname, auch mit Verzeichnis):
      *     DRP-ART L   Zeilendatei: Satzanzahl und Hashsumme wie
      *                 beim hausweiten Umschlag (umschlag.cpy),
      *                 dazu Bytezahl und Pruefsumme
      *     DRP-ART B   binaere bzw. indizierte Datei (etwa
      *                 ADDRESS-MASTER.IDX): nur Bytezahl und
      *                 Pruefsumme, Satzanzahl und Hashsumme 0
      * Die Pruefsumme ist die CRC des Betriebssystems (cksum) ueber
      * die ganze Datei.
      * DRP-STATUS: 00 = in Ordnung, 35 = Datei fehlt,
      * 30 = Lesefehler, 97 = Pruefsumme nicht ermittelbar,
      * 99 = unbekannte Art.
      *
       01 DRP-BLOCK.
           05 DRP-DATEI               PIC X(80).
           05 DRP-ART                 PIC X(01).
           05 DRP-SAETZE              PIC 9(09).
           05 DRP-HASHSUMME           PIC 9(09).
           05 DRP-BYTES               PIC 9(12).
           05 DRP-CRC                 PIC 9(10).
           05 DRP-STATUS              PIC X(02).
