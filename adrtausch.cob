      *            (Kennung ADRMAST, Satzanzahl, Hashsumme),
      *         2. vergleicht die Satzanzahl gegen die
      *            Ausgabezahl, die der erzeugende Lauf
      *            (adrpfleg, adrretou, adrmerge oder adrtilg)
      *            als letzte Zeile in die Statistikdatei
      *            LAUFSTAT.DAT gemeldet hat,
      *         3. sichert den alten Master als Ruecknahmekopie
      *            ADDRESS-ALT.DAT, tauscht ADDRESS-NEU.DAT zum
      *            Master und
      *         stellt den Master mit einem einzigen Kommando aus
      *         der Ruecknahmekopie wieder her und baut die
      *         indizierte Datei neu auf.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Satzlaenge des Masters 240 statt 170 (ADR-STRASSE und
      *     aufgeteilte Ortsangabe, siehe adresse.cpy); Neu- und
      *     Altkopie-Satz verbreitert.
      *   - Satzlaenge des Masters 245 statt 240 (ADR-ORG-NR, siehe
      *     adresse.cpy); NEUMASTER-SATZ und ALTKOPIE-SATZ auf
      *     X(245) verbreitert.
      *   - Satzlaenge des Masters 254 statt 245 (ADR-LOESCHKZ und
      *     ADR-LOESCHDATUM, siehe adresse.cpy); NEUMASTER-SATZ und
      *     ALTKOPIE-SATZ auf X(254) verbreitert.
      *   - Der Tilgungslauf adrtilg ist ein weiterer Erzeuger von
      *     ADDRESS-NEU.DAT; seine Statistikzeile zaehlt wie die von
      *     adrpfleg, adrretou und adrmerge.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrtausch.
       FILE SECTION.
       FD NEUMASTER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 NEUMASTER-SATZ           PIC X(254).

       FD ALTKOPIE-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ALTKOPIE-SATZ            PIC X(254).

       FD STATISTIK-DATEI
          LABEL RECORDS ARE OMITTED.
         PERFORM C100-LIES-NEUMASTER-SATZ.

      * Vergleicht die gezaehlten Nutzsaetze gegen die letzte
      * Statistikzeile des erzeugenden Laufs (adrpfleg, adrretou,
      * adrmerge oder adrtilg): Spalte AUS ist die geschriebene
      * Satzanzahl des neuen Masters.
       D000-PRUEFE-GEGEN-STATISTIK.
         OPEN INPUT STATISTIK-DATEI.
             IF WS-STA-PROGRAMM = "adrpfleg"
                 OR WS-STA-PROGRAMM = "adrretou"
                 OR WS-STA-PROGRAMM = "adrmerge"
                 OR WS-STA-PROGRAMM = "adrtilg"
                 IF WS-STA-AUS IS NUMERIC
                     MOVE "J" TO WS-ERWARTET-GEFUNDEN
                     MOVE WS-STA-PROGRAMM
