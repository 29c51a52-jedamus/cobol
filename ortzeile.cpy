      * ortzeile.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "ortzeile": setzt
      * aus den Feldern ADR-ORT, ADR-STAAT und ADR-PLZ (Gruppe
      * ADR-ORTSANGABE, siehe adresse.cpy) die gedruckte
      * Ortszeile des Adressblocks zusammen:
      *     mit Staat   ORT, STAAT PLZ    (CLEVELAND, OHIO 44115)
      *     ohne Staat  PLZ ORT          (44115 CLEVELAND)
      * Leere Teile entfallen samt Trennzeichen. Der Aufrufer
      * uebergibt die Gruppe mit
      *     MOVE ADR-ORTSANGABE TO ORTZ-ORTSANGABE
      * und findet die Zeile in ORTZ-ZEILE; was nicht in 40
      * Stellen passt, wird abgeschnitten.
      *
       01 ORTZ-BLOCK.
           05 ORTZ-ORTSANGABE.
              10 ORTZ-ORT             PIC X(40).
              10 ORTZ-STAAT           PIC X(20).
              10 ORTZ-PLZ             PIC X(10).
           05 ORTZ-ZEILE              PIC X(40).
