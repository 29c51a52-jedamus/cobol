      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      * (C) 2026 von Leander Jedamus
      *
      * Gemeinsames Unterprogramm fuer die gedruckte Ortszeile
      * (Parameterblock ortzeile.cpy): seit ADR-ORT-STAAT-PLZ in
      * ADR-ORT, ADR-STAAT und ADR-PLZ aufgeteilt ist, setzt jedes
      * Programm, das einen Adressblock druckt oder weitergibt,
      * die Zeile hier zusammen, damit Etikett, Serienbrief,
      * Nachdruck und Druckbuero dieselbe Schreibweise haben.
      * Mit Staat (Nordamerika, Partneruniversitaeten) lautet die
      * Zeile ORT, STAAT PLZ, ohne Staat PLZ ORT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ortzeile.
       AUTHOR. Leander Jedamus.
       DATE-WRITTEN. Donnerstag, 15. Oktober 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
       COPY "ortzeile.cpy".

       SCREEN SECTION.

      *
       PROCEDURE DIVISION USING ORTZ-BLOCK.
       A000-SETZE-ORTSZEILE.
         MOVE SPACES TO ORTZ-ZEILE.
         IF ORTZ-STAAT NOT = SPACES
             PERFORM B000-MIT-STAAT
         ELSE
             PERFORM C000-OHNE-STAAT
         END-IF.
         EXIT PROGRAM.

       B000-MIT-STAAT.
         IF ORTZ-ORT = SPACES
             STRING FUNCTION TRIM(ORTZ-STAAT) " "
                 FUNCTION TRIM(ORTZ-PLZ)
                 DELIMITED BY SIZE INTO ORTZ-ZEILE
         ELSE
             STRING FUNCTION TRIM(ORTZ-ORT) ", "
                 FUNCTION TRIM(ORTZ-STAAT) " "
                 FUNCTION TRIM(ORTZ-PLZ)
                 DELIMITED BY SIZE INTO ORTZ-ZEILE
         END-IF.

       C000-OHNE-STAAT.
         IF ORTZ-PLZ = SPACES
             MOVE ORTZ-ORT TO ORTZ-ZEILE
         ELSE
             STRING FUNCTION TRIM(ORTZ-PLZ) " "
                 FUNCTION TRIM(ORTZ-ORT)
                 DELIMITED BY SIZE INTO ORTZ-ZEILE
         END-IF.

       END PROGRAM ortzeile.

      * vim:ai sw=4 sts=4 expandtab
