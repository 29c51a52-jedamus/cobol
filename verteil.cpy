      * verteil.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "verteil": staendige
      * Verteiler. Rundbrief, Kuratorium, Partnerhochschulen -
      * viele Sendungen gehen immer an dieselben benannten
      * Gruppen, deren Zugehoerigkeit eine Entscheidung ist und
      * sich mit keiner Kriterienzeile in ADRWAHL.KRT beschreiben
      * laesst. Die Mitgliedschaften stehen in VERTEILER.DAT
      * (Pflege: vtlpfl im Stapel, vtlmaske im Dialog), je Zeile
      *     ADR-ID;VERTEILER;EINTRITT;AUSTRITT;QUELLE
      *   VERTEILER: Name des Verteilers, bis zu zwoelf Zeichen
      *              (Grossbuchstaben, Ziffern, Bindestrich)
      *   EINTRITT:  JJJJMMTT des Eintrags
      *   AUSTRITT:  leer = Mitglied, sonst JJJJMMTT des Austrags
      *   QUELLE:    Programm der letzten Aenderung (vtlpfl,
      *              vtlmaske, adrmerge)
      * Ausgetragene Mitgliedschaften bleiben als Nachweis stehen
      * (Abgaenge im Verteilerbericht vtlber); ein erneuter
      * Eintrag bekommt eine neue Zeile. Die ADR-ID steht vorn,
      * damit Loeschlauf (adrloesch) und Datenauskunft (adrausk)
      * die Datei wie jede andere Datei mit ADR-ID-Satzbild
      * behandeln. Legt adrmerge eine ID still, gehen ihre
      * Mitgliedschaften auf den Ueberlebenden ueber.
      * Funktionen (VTL-FUNKTION):
      *     ANFANG     die aktuellen Mitglieder des Verteilers
      *                VTL-NAME laden; VTL-ANZAHL = Mitglieder
      *     PRUEFEN    ist VTL-ID Mitglied? Ergebnis in
      *                VTL-ERGEBNIS
      * VTL-STATUS: 00 = in Ordnung, 35 = VERTEILER.DAT fehlt,
      * 97 = mehr Mitglieder als die Tabelle fasst, 98 = der
      * Verteiler hat keine Mitglieder (unbekannter Name?),
      * 99 = unbekannte Funktion, sonst der Dateistatus von
      * VERTEILER.DAT.
      *
       01 VTL-BLOCK.
           05 VTL-FUNKTION            PIC X(09).
           05 VTL-NAME                PIC X(12).
           05 VTL-ID                  PIC 9(06).
           05 VTL-ERGEBNIS            PIC X(01).
              88 VTL-MITGLIED                    VALUE "J".
              88 VTL-KEIN-MITGLIED               VALUE "N".
           05 VTL-ANZAHL              PIC 9(05).
           05 VTL-STATUS              PIC X(02).
