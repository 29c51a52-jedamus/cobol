      * orgadr.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "orgadr": Zugriff
      * auf den Organisationsmaster ORGMAST.DAT (Satzbild
      * orgmast.cpy). Personen, die zu einer Organisation
      * gehoeren, tragen deren Nummer in ADR-ORG-NR (siehe
      * adresse.cpy) und erben Organisationsname, Strasse,
      * Ortsangabe und Land; nur Name und Abteilung gehoeren der
      * Person selbst.
      * Funktionen (ORGA-FUNKTION):
      *     ANFANG     ORGMAST.DAT samt Umschlag pruefen und in die
      *                Tabelle laden; ORGA-ANZAHL = geladene
      *                Organisationen
      *     HOLEN      Organisation ORGA-NR nach ORGA-ORGANISATION
      *                (Satzbild orgmast.cpy) stellen
      *     ANWENDEN   traegt ORGA-ADRESSE (Satzbild adresse.cpy)
      *                eine ADR-ORG-NR, werden die geerbten Felder
      *                aus dem Organisationsmaster eingesetzt;
      *                ORGA-ERGEBNIS sagt, ob sich der Satz dadurch
      *                geaendert hat
      * ORGA-STATUS: 00 = in Ordnung, 35 = ORGMAST.DAT fehlt
      * (Tabelle leer), 41-45 = Umschlagfehler (siehe
      * umschlag.cpy), 97 = mehr Organisationen als die Tabelle
      * fasst, 98 = Organisationsnummer unbekannt oder
      * Organisation aufgeloest (Satz bleibt unveraendert),
      * 99 = unbekannte Funktion, sonst der Dateistatus von
      * ORGMAST.DAT.
      *
       01 ORGA-BLOCK.
           05 ORGA-FUNKTION           PIC X(09).
           05 ORGA-NR                 PIC X(05).
           05 ORGA-ORGANISATION       PIC X(159).
           05 ORGA-ADRESSE            PIC X(254).
           05 ORGA-ERGEBNIS           PIC X(01).
              88 ORGA-UNVERAENDERT               VALUE "N".
              88 ORGA-GEAENDERT                  VALUE "J".
           05 ORGA-ANZAHL             PIC 9(05).
           05 ORGA-STATUS             PIC X(02).
