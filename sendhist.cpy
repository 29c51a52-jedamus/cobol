      * sendhist.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "sendhist": die
      * Versandhistorie je Empfaenger. Das Kampagnenjournal
      * KAMPAGNE.DAT zaehlt nur je Kampagne; ob derselbe
      * Empfaenger in einem Monat fuenf Sendungen bekommen hat,
      * war daraus nicht abzulesen. Jeder Druck- und Versandweg
      * (beisp13 Etikett, serienbf Brief, buero SENDEN
      * Druckbuero) schreibt deshalb je Stueck eine Zeile
      *     ADR-ID;KAMPAGNE;VERSANDTAG;KANAL;PROGRAMM
      * nach SENDHIST.DAT fort (fehlt die Datei, wird sie neu
      * angelegt):
      *   KAMPAGNE:   Generation aus dem Umschlag der Eingabe, 0001
      *               ist der anonyme Lauf
      *   VERSANDTAG: JJJJMMTT, der Versandtag des Laufs
      *   KANAL:      E Etikett, B Brief, D Druckbuero
      * adrwahl prueft damit die Kontaktgrenze (KONTAKT.TAB bzw.
      * Laufparameter KONTAKTE=n/m), sendausk zeigt die Historie
      * zu einer ADR-ID.
      * Als ein Stueck zaehlt eine Kampagne je Empfaenger, gleich
      * ueber wie viele Kanaele sie ging; anonyme Laeufe zaehlen
      * je Versandtag.
      * Funktionen (SNH-FUNKTION):
      *     ANFANG     SENDHIST.DAT zum Fortschreiben eroeffnen;
      *                SNH-VERSANDTAG leer = heute (wird dann
      *                zurueckgegeben)
      *     SCHREIBEN  eine Zeile fuer SNH-ID mit SNH-KAMPAGNE,
      *                SNH-VERSANDTAG und SNH-KANAL schreiben
      *     ABSCHLUSS  SENDHIST.DAT schliessen
      *     LADEN      die Stuecke laden, die hoechstens
      *                SNH-GRENZE-TAGE - 1 Tage vor oder nach
      *                SNH-VERSANDTAG liegen; Stuecke der Kampagne
      *                SNH-KAMPAGNE selbst (Wiederholungslauf)
      *                zaehlen nicht mit
      *     PRUEFEN    Stuecke fuer SNH-ID: Anzahl in SNH-STUECKE,
      *                die ersten 20 in SNH-STUECK
      * SNH-ANZAHL zaehlt die geschriebenen Zeilen bzw. die
      * geladenen Stuecke.
      * SNH-STATUS: 00 = in Ordnung, 96 = SNH-VERSANDTAG ist kein
      * gueltiges Datum, 97 = mehr Stuecke im Zeitraum als die
      * Tabelle fasst, 99 = unbekannte Funktion, sonst der
      * Dateistatus von SENDHIST.DAT.
      *
       01 SNH-BLOCK.
           05 SNH-FUNKTION            PIC X(09).
           05 SNH-PROGRAMM            PIC X(08).
           05 SNH-KAMPAGNE            PIC 9(04).
           05 SNH-VERSANDTAG          PIC X(08).
           05 SNH-KANAL               PIC X(01).
              88 SNH-ETIKETT                     VALUE "E".
              88 SNH-BRIEF                       VALUE "B".
              88 SNH-DRUCKBUERO                  VALUE "D".
           05 SNH-ID                  PIC 9(06).
           05 SNH-GRENZE-TAGE         PIC 9(04).
           05 SNH-STUECKE             PIC 9(04).
           05 SNH-STUECK              OCCURS 20 TIMES.
              10 SNH-STK-KAMPAGNE     PIC 9(04).
              10 SNH-STK-VERSANDTAG   PIC X(08).
              10 SNH-STK-KANAL        PIC X(01).
           05 SNH-ANZAHL              PIC 9(09).
           05 SNH-STATUS              PIC X(02).
