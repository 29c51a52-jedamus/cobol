      * ersatz.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "ersatz": die
      * Ersetzungsmaskierung. Statt einen Feldinhalt per Caesar zu
      * verschieben, ersetzt "ersatz" ihn durch einen plausiblen
      * Wert aus gepflegten Woerterbuechern - Vor- und Nachnamen
      * und Abteilungen aus ERSATZ.TAB (je Zeile ART;WERT),
      * Ort und PLZ als zusammengehoeriges Paar aus PLZVERZ.TAB.
      * Der Ersatzwert wird aus dem Originalwert und der
      * Schluesselkennung (SCHL-KENNUNG, siehe schluessel.cpy)
      * errechnet, nicht ausgelost: derselbe Wert ergibt unter
      * demselben Schluessel immer denselben Ersatz, so dass
      * Dubletten und Haushalte auch in den maskierten Daten
      * zusammenfinden; mit dem naechsten Schluessel aendert sich
      * die ganze Zuordnung.
      * Arten (ERS-ART):
      *     VORNAME    Vorname
      *     NACHNAME   Nachname
      *     NAME       "Vorname ... Nachname": das erste Wort wird
      *                als Vorname, das letzte als Nachname
      *                ersetzt (Zwischenwoerter entfallen), ein
      *                einzelnes Wort als Nachname
      *     ABTEILUNG  Abteilungsbezeichnung
      *     ORT        Ortsname eines PLZ/Ort-Paares
      *     PLZ        PLZ desselben Paares
      * Fuer ORT und PLZ eines Satzes muss der Aufrufer denselben
      * ERS-WERT uebergeben (ueblicherweise die Original-PLZ),
      * damit Ort und PLZ zueinander passen.
      * Ein leerer ERS-WERT bleibt leer.
      * ERS-STATUS: 00 = ersetzt, 35 = ERSATZ.TAB fehlt,
      * 96 = PLZVERZ.TAB fehlt oder ist leer, 97 = kein Eintrag
      * fuer diese Art im Woerterbuch, 98 = Woerterbuch groesser
      * als die Tabelle, 99 = unbekannte Art.
      *
       01 ERS-BLOCK.
           05 ERS-ART                 PIC X(10).
           05 ERS-SCHLUESSEL          PIC X(08).
           05 ERS-WERT                PIC X(40).
           05 ERS-ERSATZ              PIC X(40).
           05 ERS-STATUS              PIC X(02).
