      * orgmast.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Satzbild fuer den Organisationsmaster ORGMAST.DAT: eine
      * Organisation (Universitaet, Firma, Behoerde) mit eigener
      * Nummer und der Postanschrift, die alle ihre Mitglieder im
      * Adressmaster erben (ADR-ORG-NR, siehe adresse.cpy). Die
      * Datei ist zeilensequentiell mit festen Spalten und traegt
      * den hausweiten Datei-Umschlag (Kennung ORGMAST, siehe
      * umschlag.cpy). Erstanlage aus den vorhandenen
      * ADR-ORGANISATION-Werten mit orgumbau, danach Pflege nur
      * noch mit orgpfl; die Abschrift in die Mitgliedssaetze
      * besorgt adrpfleg ueber das Unterprogramm "orgadr", und
      * adrwahl setzt sie bei jeder Auswahl neu ein.
      * ORG-NR ist fuenfstellig und wird nie wiederverwendet: eine
      * aufgeloeste Organisation bleibt mit ORG-KENNZEICHEN L als
      * Nachweis stehen und ist fuer Verknuepfungen unbekannt.
      * Satzlaenge 159.
      *
       01 ORG-SATZ.
           05 ORG-NR                  PIC 9(05).
           05 ORG-NAME                PIC X(40).
           05 ORG-STRASSE             PIC X(40).
           05 ORG-ORTSANGABE.
              10 ORG-ORT              PIC X(40).
              10 ORG-STAAT            PIC X(20).
              10 ORG-PLZ              PIC X(10).
           05 ORG-LAND                PIC X(03).
           05 ORG-KENNZEICHEN         PIC X(01).
              88 ORG-AKTIV                       VALUE SPACE.
              88 ORG-AUFGELOEST                  VALUE "L".
