      * erzeugt Dienstag, 8. August 2026 von Leander Jedamus
      *
      * Satzbild fuer die ADDRESS-MASTER-Datei: ein Adressblock
      * (Name, Abteilung, Organisation, Strasse/Postfach, Ort,
      * Staat, PLZ) pro Satz.
      * Wird von beisp13.cob per COPY eingebunden.
      *
      * modifiziert Samstag, 22. August 2026 von Leander Jedamus
      *     adrwahl und beisp13 unterdruecken U-Saetze, sofern
      *     der Lauf nicht ausdruecklich MITRETOUREN verlangt.
      *     Die Satzlaenge waechst von 169 auf 170.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Neues Feld ADR-STRASSE (Strasse und Hausnummer oder
      *     Postfach): die Etiketten hatten bisher keine
      *     Zustellzeile.
      *   - ADR-ORT-STAAT-PLZ ist aufgeteilt in die Gruppe
      *     ADR-ORTSANGABE mit ADR-ORT, ADR-STAAT (Bundesstaat,
      *     Provinz oder Region, leer wo unueblich) und ADR-PLZ
      *     (Inland fuenfstellig linksbuendig, Ausland im Muster
      *     aus LAND.TAB). Die Programme nehmen die PLZ jetzt
      *     direkt aus ADR-PLZ statt sie je Programm als letzte
      *     fuenfstellige Ziffernfolge zu suchen; die gedruckte
      *     Ortszeile setzt das Unterprogramm "ortzeile" aus den
      *     drei Feldern zusammen (siehe ortzeile.cpy).
      *     Der Bestand wird einmalig mit adrumbau umgestellt.
      *     Die Satzlaenge waechst von 170 auf 240.
      *   - Neues Feld ADR-ORG-NR am Satzende: Verweis auf den
      *     Organisationsmaster ORGMAST.DAT (siehe orgmast.cpy).
      *     Leer = keine Organisation, die Adressfelder gehoeren
      *     dem Satz selbst. Bei gesetzter Nummer sind
      *     ADR-ORGANISATION, ADR-STRASSE, ADR-ORTSANGABE und
      *     ADR-LAND nur die Abschrift aus dem Organisationsmaster;
      *     adrpfleg haelt sie bei jedem Lauf nach (eine Aenderung
      *     der Organisation mit orgpfl erreicht so jedes
      *     Mitglied). Die Satzlaenge waechst von 240 auf 245;
      *     Altbestaende mit leerem ADR-ORG-NR bleiben gueltig.
      *   - Logische Loeschung: neue Felder ADR-LOESCHKZ (leer =
      *     gueltig, G = geloescht) und ADR-LOESCHDATUM (JJJJMMTT
      *     der Loeschung, sonst leer) am Satzende. Eine Loeschung
      *     (adrpfleg L, adrmaske L) laesst den Satz mit seiner
      *     ADR-ID im Master stehen und setzt nur die beiden
      *     Felder; jedes Auswahl- und Druckprogramm uebergeht
      *     geloeschte Saetze. Eine Wiederherstellung (adrpfleg W,
      *     adrmaske W) setzt sie zurueck, der Tilgungslauf
      *     adrtilg entfernt Saetze nach Ablauf der Frist aus
      *     TILGUNG.TAB endgueltig. Die Satzlaenge waechst von 245
      *     auf 254; Altbestaende mit leeren Feldern gelten als
      *     gueltig.
      *
       01 ADRESSE-SATZ.
           05 ADR-ID                  PIC 9(06).
           05 ADR-NAME                PIC X(40).
           05 ADR-ABTEILUNG           PIC X(40).
           05 ADR-ORGANISATION        PIC X(40).
           05 ADR-STRASSE             PIC X(40).
           05 ADR-ORTSANGABE.
              10 ADR-ORT              PIC X(40).
              10 ADR-STAAT            PIC X(20).
              10 ADR-PLZ              PIC X(10).
           05 ADR-LAND                PIC X(03).
           05 ADR-ZUSTELL             PIC X(01).
              88 ADR-UNZUSTELLBAR                 VALUE "U".
           05 ADR-ORG-NR              PIC X(05).
              88 ADR-OHNE-ORGANISATION            VALUE SPACES.
           05 ADR-LOESCHKZ            PIC X(01).
              88 ADR-GELOESCHT                    VALUE "G".
           05 ADR-LOESCHDATUM         PIC X(08).
