      * version.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "version": die
      * nummerierten Versionen der Steuerdateien der
      * Betriebsfuehrung (BATCHJOB.DEF, SCHLUESSEL.DAT,
      * KALENDER.DAT, MELDUNGEN.KAT, PORTO.TAB, LAND.TAB,
      * PLZVERZ.TAB). Jede Version ist eine Kopie der Datei unter
      * dem Namen <DATEI>.V<nnnn> (je Datei lueckenlos
      * aufsteigend); der Versionskatalog VERSIONEN.DAT haelt je
      * Version eine Zeile
      *     DATEI;NNNN;JJJJMMTTHHMMSS;BENUTZER;KOMMENTAR
      * (ein Semikolon im Kommentar wird zum Komma). Versionen
      * werden nicht geloescht.
      * Funktionen (VER-FUNKTION):
      *     SICHERN   den jetzigen Stand von VER-DATEI als neue
      *               Version mit VER-BENUTZER und VER-KOMMENTAR
      *               ablegen - aber nur, wenn er sich von der
      *               juengsten Version unterscheidet; sonst
      *               bleibt es bei der juengsten. VER-NUMMER ist
      *               danach die Version, die dem jetzigen Stand
      *               entspricht, VER-NEU sagt, ob sie eben
      *               angelegt wurde (J/N).
      * Wer eine Steuerdatei am Texteditor aendert, hinterlaesst
      * keine Version; der Stand wird beim naechsten SICHERN
      * (betrmask vor dem Speichern, batchctl bei jedem Lauf) mit
      * dem Benutzer EXTERN nachgetragen.
      * VER-STATUS: 00 = in Ordnung, 35 = VER-DATEI fehlt,
      * 97 = Kopie fehlgeschlagen, 98 = mehr als 9999 Versionen,
      * 99 = unbekannte Funktion, sonst der Dateistatus von
      * VERSIONEN.DAT.
      *
       01 VER-BLOCK.
           05 VER-FUNKTION            PIC X(08).
           05 VER-DATEI               PIC X(20).
           05 VER-BENUTZER            PIC X(08).
           05 VER-KOMMENTAR           PIC X(60).
           05 VER-NUMMER              PIC 9(04).
           05 VER-NEU                 PIC X(01).
           05 VER-STATUS              PIC X(02).
