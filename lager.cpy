      * lager.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "lager": die
      * Lagerbestaende an Etiketten und Papier. Die Zaehlstaende
      * standen bisher auf einem Klemmbrett neben dem Drucker,
      * und zweimal blieb der Etikettenlauf mit leerem Lager
      * stehen. Die Sorten stehen in der Lagertabelle LAGER.TAB
      *     SORTE;MELDEBESTAND;EINHEIT;BEZEICHNUNG
      * (Pflege: Betriebsfuehrung), jede Bewegung als Zeile in
      * LAGERBEW.DAT
      *     JJJJMMTTHHMMSS;SORTE;ART;MENGE;PROGRAMM;BELEG
      *   ART: Z Zugang (Wareneingang, lagerzug ZUGANG)
      *        V Verbrauch (beisp13, adrnachdr, serienbf)
      *        I Inventur (gezaehlter Bestand, lagerzug INVENTUR)
      * Der Bestand einer Sorte ist die letzte Inventur plus alle
      * spaeteren Zugaenge minus alle spaeteren Verbraeuche; er
      * kann negativ werden, wenn ohne Wareneingang gedruckt
      * wurde.
      * Funktionen (LAG-FUNKTION):
      *     LADEN      LAGER.TAB und LAGERBEW.DAT laden; LAG-ANZAHL
      *                = Anzahl der Sorten
      *     HOLEN      Angaben zur Sorte LAG-SORTE (laedt bei
      *                Bedarf)
      *     EINTRAG    Angaben zur LAG-NUMMER-ten Sorte der
      *                Tabelle (in der Reihenfolge von LAGER.TAB,
      *                laedt bei Bedarf); LAG-SORTE wird gesetzt
      *     BUCHEN     Bewegung LAG-ART ueber LAG-MENGE fuer
      *                LAG-SORTE mit LAG-PROGRAMM und LAG-BELEG
      *                nach LAGERBEW.DAT schreiben (fehlt die
      *                Datei, wird sie neu angelegt); danach
      *                stehen die neuen Angaben im Block
      * Angaben: LAG-BEZEICHNUNG, LAG-EINHEIT, LAG-BESTAND,
      * LAG-MELDEBESTAND, LAG-ZUGANG-TAG (letzter Wareneingang),
      * LAG-INVENTUR-TAG (letzte Inventur), LAG-VERBRAUCH-WOCHE
      * (Verbrauch der letzten sieben Tage einschliesslich heute).
      * LAG-STATUS: 00 = in Ordnung, 35 = LAGER.TAB fehlt,
      * 94 = LAGER.TAB fehlerhaft, 96 = ART oder MENGE ungueltig,
      * 97 = mehr Sorten als die Tabelle fasst, 98 = Sorte nicht
      * in LAGER.TAB, 99 = unbekannte Funktion, sonst der
      * Dateistatus von LAGERBEW.DAT.
      *
       01 LAG-BLOCK.
           05 LAG-FUNKTION            PIC X(09).
           05 LAG-PROGRAMM            PIC X(08).
           05 LAG-SORTE               PIC X(12).
           05 LAG-ART                 PIC X(01).
              88 LAG-ZUGANG                      VALUE "Z".
              88 LAG-VERBRAUCH                   VALUE "V".
              88 LAG-INVENTUR                    VALUE "I".
           05 LAG-MENGE               PIC 9(09).
           05 LAG-BELEG               PIC X(20).
           05 LAG-NUMMER              PIC 9(04).
           05 LAG-ANZAHL              PIC 9(04).
           05 LAG-BEZEICHNUNG         PIC X(40).
           05 LAG-EINHEIT             PIC X(08).
           05 LAG-BESTAND             PIC S9(09).
           05 LAG-MELDEBESTAND        PIC 9(09).
           05 LAG-ZUGANG-TAG          PIC X(08).
           05 LAG-INVENTUR-TAG        PIC X(08).
           05 LAG-VERBRAUCH-WOCHE     PIC 9(09).
           05 LAG-STATUS              PIC X(02).
