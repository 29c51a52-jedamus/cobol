      * druckq.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "druckq": die
      * Druckwarteschlange. ZEILENDRUCK.DAT, NACHDRUCK.DAT und
      * SERIENBF.DAT gingen bisher so an den Drucker, wie sich
      * der Operator gerade erinnerte; nach einem Papierstau auf
      * Seite 140 von 300 blieb nur adrnachdr ID fuer ID oder der
      * ganze Lauf noch einmal. Jetzt meldet jedes druckende
      * Programm seine Druckdatei als Druckauftrag an (ANMELDEN):
      * die Datei wird gegen ihren Umschlag geprueft und samt
      * Umschlag in die Spooldatei DQnnnnnn.DAT kopiert,
      * so dass der naechste Lauf sie nicht mehr ueberschreiben
      * kann; die Seiten werden an den Seitenkoepfen
      * "---- SEITE n ----" gezaehlt. Der Operator weist den
      * Auftrag mit druckst einem Drucker aus DRUCKER.TAB zu,
      * gibt ihn frei und meldet ihn gedruckt; ein Neustart ab
      * Seite VON (bis BIS) schreibt genau diese Seiten nach
      * NEUDRUCK.DAT.
      * Jede Aenderung wird als Zeile mit dem vollstaendigen
      * neuen Stand des Auftrags an das Journal DRUCKQ.DAT
      * angehaengt
      *     JOB;JJJJMMTTHHMMSS;EREIGNIS;ART;KAMPAGNE;SEITEN;
      *     MATERIAL;DRUCKER;VON;BIS;PROGRAMM;DATEI
      * (EREIGNIS ANGEMELDET, ZUGEWIESEN, FREIGEGEBEN, GEDRUCKT,
      * NEUSTART); der Stand eines Auftrags ist seine letzte
      * Zeile, das Journal ist zugleich die Historie.
      * Funktionen (DQ-FUNKTION):
      *     ANMELDEN   Druckdatei DQ-DATEI mit DQ-ART, DQ-KAMPAGNE,
      *                DQ-MATERIAL und DQ-PROGRAMM anmelden;
      *                liefert DQ-JOB, DQ-SPOOL und DQ-SEITEN
      *     LADEN      Journal laden; DQ-ANZAHL = Anzahl Auftraege
      *     HOLEN      Angaben zum Auftrag DQ-JOB
      *     EINTRAG    Angaben zum DQ-NUMMER-ten Auftrag (in der
      *                Reihenfolge der Anmeldung)
      *     ZUWEISEN   Auftrag DQ-JOB dem Drucker DQ-DRUCKER
      *                zuweisen (nicht bei FERTIG); der Drucker
      *                muss in DRUCKER.TAB stehen und das Material
      *                des Auftrags fuehren; der Auftrag wartet
      *                danach (wieder) auf die Freigabe
      *     FREIGEBEN  wartenden, zugewiesenen Auftrag freigeben
      *                (Zustand DRUCKT)
      *     GEDRUCKT   druckenden Auftrag als gedruckt melden
      *                (Zustand FERTIG)
      *     NEUSTART   Seiten DQ-VON bis DQ-BIS (0 = bis zum Ende)
      *                eines druckenden oder fertigen Auftrags nach
      *                NEUDRUCK.DAT schreiben (Umschlag NEUDRUCK);
      *                DQ-DRUCKER nicht leer = zugleich auf diesen
      *                Drucker umlegen. Zustand danach DRUCKT.
      * Angaben: DQ-JOB, DQ-ART, DQ-KAMPAGNE, DQ-MATERIAL,
      * DQ-DATEI, DQ-SPOOL, DQ-SEITEN, DQ-DRUCKER, DQ-VON,
      * DQ-BIS, DQ-ZUSTAND, DQ-ANGEMELDET (Zeitpunkt der
      * Anmeldung), DQ-GEAENDERT und DQ-EREIGNIS (letzte Zeile).
      * DQ-STATUS: 00 = in Ordnung, 41-45 = Umschlag der
      * Druckdatei fehlerhaft (siehe umschlag.cpy), 90 = Druckdatei
      * ohne Seiten, 91 = Auftrag unbekannt, 92 = Funktion im
      * Zustand des Auftrags nicht zulaessig, 93 = Drucker nicht
      * in DRUCKER.TAB, 94 = Drucker fuehrt das Material nicht,
      * 95 = Seitenbereich ungueltig, 96 = DRUCKER.TAB fehlt,
      * 97 = mehr Auftraege als die Tabelle fasst, 99 = unbekannte
      * Funktion, sonst der Dateistatus der betroffenen Datei.
      *
       01 DQ-BLOCK.
           05 DQ-FUNKTION             PIC X(09).
           05 DQ-PROGRAMM             PIC X(08).
           05 DQ-JOB                  PIC 9(06).
           05 DQ-ART                  PIC X(09).
           05 DQ-KAMPAGNE             PIC 9(04).
           05 DQ-MATERIAL             PIC X(06).
           05 DQ-DATEI                PIC X(40).
           05 DQ-SPOOL                PIC X(12).
           05 DQ-SEITEN               PIC 9(06).
           05 DQ-DRUCKER              PIC X(12).
           05 DQ-VON                  PIC 9(06).
           05 DQ-BIS                  PIC 9(06).
           05 DQ-ZUSTAND              PIC X(06).
              88 DQ-WARTET                       VALUE "WARTET".
              88 DQ-DRUCKT                       VALUE "DRUCKT".
              88 DQ-FERTIG                       VALUE "FERTIG".
           05 DQ-EREIGNIS             PIC X(11).
           05 DQ-ANGEMELDET           PIC X(14).
           05 DQ-GEAENDERT            PIC X(14).
           05 DQ-NUMMER               PIC 9(04).
           05 DQ-ANZAHL               PIC 9(04).
           05 DQ-STATUS               PIC X(02).
