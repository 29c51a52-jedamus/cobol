      * zweitadr.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "zweitadr": datierte
      * Zweitanschriften je Empfaenger. Wer fuer ein Semester im
      * Ausland ist oder Post lieber privat bekommt, stand bisher
      * mit der Stammanschrift im Master, und jede Aenderung
      * musste nach Ablauf von Hand zurueckgenommen werden. Jetzt
      * stehen solche Anschriften mit Art und Gueltigkeit in
      * ZWEITADR.DAT (Pflege: zweitpfl), je Zeile
      *     ADR-ID;ART;AB;BIS;ABTEILUNG;ORGANISATION;STRASSE;
      *         ORT;STAAT;PLZ;LAND;EINGETRAGEN
      *   ART:         B Buero, P privat, V voruebergehend
      *   AB:          JJJJMMTT, erster gueltiger Tag
      *   BIS:         leer = unbefristet, sonst JJJJMMTT (letzter
      *                gueltiger Tag); bei V Pflicht
      *   EINGETRAGEN: JJJJMMTT, von zweitpfl gestempelt
      * Der Master bleibt unveraendert: jeder Versandweg (adrwahl,
      * beisp13, serienbf, buero SENDEN) legt die am Versandtag
      * gueltige Zweitanschrift ueber den gelesenen Satz. Laeuft
      * eine Anschrift ab, gilt am Folgetag von selbst wieder die
      * Stammanschrift. Sind am Versandtag mehrere Anschriften
      * gueltig, gewinnt die mit dem spaetesten AB, bei gleichem
      * AB die Art V vor P vor B. Der Name bleibt immer der aus
      * dem Master; ueberlagert werden Abteilung, Organisation,
      * Strasse, Ort, Staat, PLZ und Land, ein Retourenvermerk
      * (ADR-ZUSTELL) und der Verweis auf den Organisationsmaster
      * (ADR-ORG-NR) gelten nur der Stammanschrift und werden
      * geloescht.
      * Funktionen (ZWA-FUNKTION):
      *     ANFANG     ZWA-STICHTAG (leer = heute, wird dann
      *                zurueckgegeben) uebernehmen und die an
      *                diesem Tag gueltigen Anschriften laden
      *     ANWENDEN   ZWA-ADRESSE (Satzbild adresse.cpy) pruefen
      *                und gegebenenfalls ueberlagern; Ergebnis in
      *                ZWA-ERGEBNIS, bei Zweitanschrift ART und BIS
      *     ABSCHLUSS  Anzahl der ueberlagerten Saetze melden
      * ZWA-ANZAHL zaehlt die ueberlagerten Saetze.
      * ZWA-STATUS: 00 = in Ordnung, 96 = ZWA-STICHTAG ist kein
      * gueltiges Datum, 97 = mehr gueltige Anschriften als die
      * Tabelle fasst, 99 = unbekannte Funktion, sonst der
      * Dateistatus von ZWEITADR.DAT.
      *
       01 ZWA-BLOCK.
           05 ZWA-FUNKTION            PIC X(09).
           05 ZWA-PROGRAMM            PIC X(08).
           05 ZWA-STICHTAG            PIC X(08).
           05 ZWA-ADRESSE             PIC X(254).
           05 ZWA-ERGEBNIS            PIC X(01).
              88 ZWA-STAMMANSCHRIFT              VALUE "N".
              88 ZWA-ZWEITANSCHRIFT              VALUE "J".
           05 ZWA-ART                 PIC X(01).
           05 ZWA-BIS                 PIC X(08).
           05 ZWA-ANZAHL              PIC 9(09).
           05 ZWA-STATUS              PIC X(02).
