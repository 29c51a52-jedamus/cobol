      * zugang.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "zugang": Anmeldung,
      * Rollenpruefung und Zugriffsprotokoll der Dialogprogramme
      * (adrmaske, betrmask, adrsuche, vtlmaske). Bisher konnte
      * jeder, der ein Dialogprogramm starten konnte, auch
      * SCHLUESSEL.DAT oder BATCHJOB.DEF aendern. Die Benutzer
      * stehen in BENUTZER.TAB, je Zeile
      *     BENUTZER;NAME;ROLLEN;KENNWORT
      * mit ROLLEN als Folge von Rollenbuchstaben:
      *     A  Adressauskunft (blaettern, suchen)
      *     P  Adresspflege (neu, aendern, loeschen, EINGABE.DAT)
      *     B  Steuerdateien der Betriebsfuehrung (KALENDER.DAT,
      *        MELDUNGEN.KAT, BATCHJOB.DEF)
      *     S  Schluesselverwaltung (SCHLUESSEL.DAT)
      * KENNWORT ist nicht das Kennwort selbst, sondern seine
      * sechsstellige Pruefsumme ueber "BENUTZER;KENNWORT"; ist
      * das Feld leer, ist das Konto gesperrt, bis die
      * Betriebsfuehrung mit KENNWORT ein Erstkennwort setzt
      * (betrmask, Auswahl P). Einzige Ausnahme ist die
      * Ersteinrichtung: solange kein Konto eine Pruefsumme traegt,
      * uebernimmt die erste Anmeldung an einem Konto mit der
      * Rolle S oder B ihr Kennwort (EREIGNIS ERSTKENNWORT).
      * Die Benutzerkennung erscheint in der
      * Aenderungshistorie als QUELLE (siehe adrhist.cpy) und darf
      * deshalb keinem Programmnamen gleichen.
      * Jede Anmeldung, Abweisung, Verweigerung und Aenderung wird
      * als Zeile
      *     JJJJMMTTHHMMSS;BENUTZER;PROGRAMM;EREIGNIS;AUSWAHL;TEXT
      * an das Zugriffsprotokoll ZUGANG.LOG angehaengt (EREIGNIS
      * ANMELDUNG, ABWEISUNG, VERWEIGERT, AENDERUNG, ABMELDUNG,
      * ERSTKENNWORT);
      * den Monatsbericht schreibt zugber.
      * Funktionen (ZUG-FUNKTION):
      *     ANMELDEN   ZUG-BENUTZER mit ZUG-KENNWORT fuer
      *                ZUG-PROGRAMM anmelden; liefert ZUG-NAME und
      *                ZUG-ROLLEN, ZUG-KENNWORT wird geloescht
      *     PRUEFEN    darf der angemeldete Benutzer die
      *                Menueauswahl ZUG-AUSWAHL, die die Rolle
      *                ZUG-ROLLE verlangt? Eine Verweigerung wird
      *                protokolliert
      *     AENDERUNG  Aenderung ZUG-TEXT unter der Menueauswahl
      *                ZUG-AUSWAHL protokollieren
      *     ABMELDEN   Sitzungsende protokollieren
      *     KENNWORT   Kennwort ZUG-KENNWORT fuer den Benutzer
      *                ZUG-BENUTZER setzen (Erstkennwort oder
      *                Zuruecksetzen); nur in einer Sitzung mit der
      *                Rolle S oder B, ZUG-KENNWORT wird geloescht
      * Die Rollen haelt das Unterprogramm selbst; PRUEFEN gilt
      * immer fuer die letzte erfolgreiche Anmeldung.
      * ZUG-STATUS: 00 = in Ordnung, 81 = Benutzer unbekannt,
      * Kennwort falsch oder Konto gesperrt, 82 = keine
      * Berechtigung (oder nicht angemeldet), 35 = BENUTZER.TAB
      * fehlt, 98 = BENUTZER.TAB groesser als die Tabelle,
      * 99 = unbekannte Funktion, sonst der Dateistatus von
      * ZUGANG.LOG (bei KENNWORT auch von BENUTZER.TAB). Kann eine
      * Anmeldung nicht protokolliert werden, gilt sie als
      * gescheitert.
      *
       01 ZUG-BLOCK.
           05 ZUG-FUNKTION            PIC X(09).
           05 ZUG-PROGRAMM            PIC X(08).
           05 ZUG-BENUTZER            PIC X(08).
           05 ZUG-KENNWORT            PIC X(20).
           05 ZUG-NAME                PIC X(30).
           05 ZUG-ROLLEN              PIC X(10).
           05 ZUG-ROLLE               PIC X(01).
           05 ZUG-AUSWAHL             PIC X(01).
           05 ZUG-TEXT                PIC X(60).
           05 ZUG-STATUS              PIC X(02).
