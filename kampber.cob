      * auf Konsole und nach KAMPBER.RPT. "Welche Kriteriendatei
      * hat diese BUEROAUS.DAT erzeugt?" liest der Sachbearbeiter
      * damit aus dem Bericht ab, nicht aus dem Gedaechtnis.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Werbesperre: die Stufe SPERRE (von werbsp je
      *     Versandweg geschrieben, siehe werbsp.cpy) wird je
      *     Kampagne ueber die Versandwege aufsummiert - ein
      *     Wiederholungslauf desselben Programms ersetzt dessen
      *     Wert - und als eigene Zeile WERBESPERRE
      *     ausgewiesen - so viele Stuecke haben die Widersprueche
      *     die Aussendung gekostet. Als Pflichtsendung markierte
      *     Kampagnen (Stufe AMTLICH) tragen den Vermerk
      *     PFLICHTSENDUNG im Kampagnenkopf.
      *   - Ruecklauf: die Stufe ANTWORT (adrantw) erscheint als
      *     eigene Trichterzeile ANTWORTEN. Darunter folgen die
      *     Antwortquoten aus der Ruecklaufdatei RUECKLAUF.DAT
      *     gegen die Empfaengerliste KAMPEMPF.DAT (adrwahl, je
      *     Kampagne nur der juengste Lauf): gesamt, je
      *     Kriterienzeile aus ADRWAHL.KRT und je PLZ-Region (erste
      *     Ziffer der PLZ, Ausland und ohne PLZ getrennt), dazu die
      *     Eingaenge nach Wochen seit dem Versand (Stufe GESENDET,
      *     sonst GEDRUCKT, sonst AUSWAHL), damit auch Nachzuegler
      *     Wochen nach der Aussendung sichtbar werden.
      *   - Kostenumlage: die Stufe BESTELLT (adrwahl KOSTENSTELLE=,
      *     BESTELLER=) erscheint als Zeile BESTELLT VON mit
      *     Kostenstelle und Ansprechpartner unter dem Kampagnenkopf.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. kampber.
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS JOURNAL-STATUS.

           SELECT EMPFAENGER-DATEI
           ASSIGN TO "KAMPEMPF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS EMPF-STATUS.

           SELECT RUECKLAUF-DATEI
           ASSIGN TO "RUECKLAUF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS RUECK-STATUS.

           SELECT BERICHT-DATEI
           ASSIGN TO "KAMPBER.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
          LABEL RECORDS ARE OMITTED.
           01 JOURNAL-SATZ             PIC X(100).

       FD EMPFAENGER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 EMPFAENGER-SATZ          PIC X(80).

       FD RUECKLAUF-DATEI
          LABEL RECORDS ARE OMITTED.
           01 RUECKLAUF-SATZ           PIC X(80).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
           01 BERICHT-SATZ             PIC X(100).

       01 WS-JOURNAL-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DES-JOURNALS                    VALUE "J".
       01 WS-EMPF-ENDE-SCHALTER       PIC X(01)   VALUE "N".
          88 ENDE-DER-EMPFAENGER                  VALUE "J".
       01 WS-RUECK-ENDE-SCHALTER      PIC X(01)   VALUE "N".
          88 ENDE-DES-RUECKLAUFS                  VALUE "J".
       01 WS-EMPF-DURCHGANG           PIC 9(01)   VALUE ZERO.

       01 WS-KAMPAGNEN-TABELLE.
          05 WS-KAMPAGNEN-EINTRAG     OCCURS 200 TIMES.
             10 KPG-GEDRUCKT          PIC 9(09).
             10 KPG-GESENDET          PIC 9(09).
             10 KPG-BESTAETIGT        PIC 9(09).
             10 KPG-GESPERRT          PIC 9(09).
      * Juengste Sperrzahl je Versandweg (Programm aus dem
      * Zusatzfeld der Stufe SPERRE).
             10 KPG-SPERRWEGE         PIC 9(02).
             10 KPG-SPERRWEG          OCCURS 10 TIMES.
                15 KPG-SPW-PROGRAMM   PIC X(08).
                15 KPG-SPW-ANZAHL     PIC 9(09).
             10 KPG-AMTLICH           PIC X(01).
             10 KPG-ANTWORT           PIC 9(09).
             10 KPG-GEDRUCKT-DATUM    PIC X(08).
             10 KPG-GESENDET-DATUM    PIC X(08).
             10 KPG-BESTELLUNG        PIC X(60).
      * Ruecklauf: juengster Lauf der Empfaengerliste, Empfaenger
      * und Antworten gesamt, je Kriterienzeile, je PLZ-Region
      * (1-10 = erste PLZ-Ziffer 0-9, 11 = Ausland, 12 = ohne
      * PLZ) und je Eingangsfrist (bis 2, 3-4, 5-8, ueber 8
      * Wochen nach dem Versand).
             10 KPG-LAUF              PIC X(14).
             10 KPG-EMPFAENGER        PIC 9(07).
             10 KPG-RUECKLAUF         PIC 9(07).
             10 KPG-KRITERIUM         OCCURS 20 TIMES.
                15 KPG-KRI-EMPFAENGER PIC 9(07).
                15 KPG-KRI-ANTWORTEN  PIC 9(07).
             10 KPG-REGION            OCCURS 12 TIMES.
                15 KPG-REG-EMPFAENGER PIC 9(07).
                15 KPG-REG-ANTWORTEN  PIC 9(07).
             10 KPG-FRIST-ANTWORTEN   PIC 9(07) OCCURS 4 TIMES.
       01 WS-KAMPAGNEN-ANZAHL         PIC 9(03)   COMP VALUE ZERO.
       01 WS-KAMPAGNEN-MAXIMUM        PIC 9(03)   COMP VALUE 200.
       01 WS-KAMPAGNEN-INDEX          PIC 9(03)   COMP VALUE ZERO.
       01 WS-KRITERIEN-TABELLE.
          05 WS-KRITERIEN-EINTRAG     OCCURS 400 TIMES.
             10 KRI-NUMMER            PIC 9(04).
             10 KRI-ZEILE             PIC 9(02).
             10 KRI-TEXT              PIC X(60).
       01 WS-KRITERIEN-ANZAHL         PIC 9(03)   COMP VALUE ZERO.
       01 WS-KRITERIEN-MAXIMUM        PIC 9(03)   COMP VALUE 400.
       01 WS-FELD-ZEIT                PIC X(14)   VALUE SPACES.
       01 WS-FELD-ANZAHL              PIC X(09)   VALUE SPACES.
       01 WS-FELD-ZUSATZ              PIC X(60)   VALUE SPACES.
       01 WS-FELD-ID                  PIC X(06)   VALUE SPACES.
       01 WS-FELD-LAUF                PIC X(14)   VALUE SPACES.
       01 WS-FELD-PLZ                 PIC X(10)   VALUE SPACES.
       01 WS-FELD-LAND                PIC X(03)   VALUE SPACES.
       01 WS-FELD-MUSTER              PIC X(20)   VALUE SPACES.
       01 WS-FELD-EINGANG             PIC X(08)   VALUE SPACES.
       01 WS-FELD-EMPF-ID             PIC X(06)   VALUE SPACES.

      * Erfasste Antworten (RUECKLAUF.DAT), aufsteigend nach
      * Kampagne und Empfaenger-ID, fuer den Abgleich mit der
      * Empfaengerliste.
       01 WS-RUECKLAUF-TABELLE.
          05 WS-RUECKLAUF-EINTRAG     OCCURS 9000 TIMES.
             10 RKL-SCHLUESSEL        PIC X(10).
       01 WS-RUECKLAUF-ANZAHL         PIC 9(04)   COMP VALUE ZERO.
       01 WS-RUECKLAUF-MAXIMUM        PIC 9(04)   COMP VALUE 9000.
       01 WS-RUECKLAUF-TREFFER        PIC 9(04)   COMP VALUE ZERO.
       01 WS-EINFUEGE-INDEX           PIC 9(04)   COMP VALUE ZERO.
       01 WS-UNTEN                    PIC 9(04)   COMP VALUE ZERO.
       01 WS-OBEN                     PIC 9(04)   COMP VALUE ZERO.
       01 WS-MITTE                    PIC 9(04)   COMP VALUE ZERO.
       01 WS-PLATZ-SCHALTER           PIC X(01)   VALUE "N".
          88 PLATZ-GEFUNDEN                       VALUE "J".
       01 WS-SUCH-SCHLUESSEL.
          05 WS-SUCH-KAMPAGNE         PIC X(04).
          05 WS-SUCH-ID               PIC X(06).

       01 WS-REGION-INDEX             PIC 9(02)   COMP VALUE ZERO.
       01 WS-REGION-ZIFFER            PIC 9(01)   VALUE ZERO.
       01 WS-FRIST-INDEX              PIC 9(01)   COMP VALUE ZERO.
       01 WS-KRI-INDEX                PIC 9(02)   COMP VALUE ZERO.
       01 WS-SPW-INDEX                PIC 9(02)   COMP VALUE ZERO.
       01 WS-SPW-TREFFER              PIC 9(02)   COMP VALUE ZERO.
       01 WS-SPW-MAXIMUM              PIC 9(02)   COMP VALUE 10.
       01 WS-SPW-ANZAHL               PIC 9(09)   VALUE ZERO.
       01 WS-VERSANDTAG               PIC X(08).
       01 WS-TAGE-NACH-VERSAND        PIC S9(07)  COMP VALUE ZERO.
       01 WS-RECHEN-BESTAND           PIC 9(09)   COMP VALUE ZERO.
       01 WS-RECHEN-ZAEHLER           PIC 9(09)   COMP VALUE ZERO.
       01 WS-ANTEIL                   PIC 9(05)   COMP VALUE ZERO.
       01 WS-FRIST-TEXTE.
          05 FILLER                   PIC X(26)
                                      VALUE "EINGANG BIS 2 WOCHEN".
          05 FILLER                   PIC X(26)
                                      VALUE "EINGANG 3 BIS 4 WOCHEN".
          05 FILLER                   PIC X(26)
                                      VALUE "EINGANG 5 BIS 8 WOCHEN".
          05 FILLER                   PIC X(26)
                                      VALUE "NACHZUEGLER (> 8 WOCHEN)".
       01 WS-FRIST-TEXT-TABELLE REDEFINES WS-FRIST-TEXTE.
          05 WS-FRIST-TEXT            PIC X(26) OCCURS 4 TIMES.

       01 WS-BERICHTZEILE             PIC X(100).

          05 WS-KPF-NUMMER            PIC 9(04).
          05 FILLER                   PIC X(05)   VALUE " VOM ".
          05 WS-KPF-DATUM             PIC X(08).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 WS-KPF-VERMERK           PIC X(16).

       01 WS-KRITERIUMZEILE.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 FILLER                   PIC X(11)   VALUE "KRITERIUM: ".
          05 WS-KRI-TEXT              PIC X(60).

       01 WS-BESTELLZEILE.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 FILLER                   PIC X(14)   VALUE
             "BESTELLT VON: ".
          05 WS-BST-TEXT              PIC X(60).

       01 WS-STUFENZEILE.
          05 FILLER                   PIC X(02)   VALUE SPACES.
          05 WS-STU-TEXT              PIC X(14).
          05 FILLER                   PIC X(02)   VALUE ": ".
          05 WS-STU-ANZAHL            PIC ZZZZZZZZ9.

       01 WS-QUOTENZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 WS-QTZ-TEXT              PIC X(26).
          05 FILLER                   PIC X(01)   VALUE SPACE.
          05 FILLER                   PIC X(12)
                                      VALUE "EMPFAENGER: ".
          05 WS-QTZ-EMPFAENGER        PIC ZZZZZZ9.
          05 FILLER                   PIC X(13)
                                      VALUE "  ANTWORTEN: ".
          05 WS-QTZ-ANTWORTEN         PIC ZZZZZZ9.
          05 FILLER                   PIC X(09)   VALUE "  QUOTE: ".
          05 WS-QTZ-ANTEIL            PIC ZZ9.9.
          05 FILLER                   PIC X(02)   VALUE " %".

       01 WS-FRISTZEILE.
          05 FILLER                   PIC X(04)   VALUE SPACES.
          05 WS-FRZ-TEXT              PIC X(26).
          05 FILLER                   PIC X(11)
                                      VALUE "ANTWORTEN: ".
          05 WS-FRZ-ANTWORTEN         PIC ZZZZZZ9.
          05 FILLER                   PIC X(10)   VALUE "  ANTEIL: ".
          05 WS-FRZ-ANTEIL            PIC ZZ9.9.
          05 FILLER                   PIC X(02)   VALUE " %".

       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==JOURNAL-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==JOURNAL-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==JOURNAL-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==JOURNAL-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==JOURNAL-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==EMPF-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==EMPF-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==EMPF-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==EMPF-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==EMPF-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==RUECK-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==RUECK-STATUS-2==
                     ==PREFIX-STATUS-OK==   BY ==RUECK-STATUS-OK==
                     ==PREFIX-STATUS-ENDE== BY ==RUECK-STATUS-ENDE==
                     ==PREFIX-STATUS==      BY ==RUECK-STATUS==.
       COPY "filestat.cpy"
           REPLACING ==PREFIX-STATUS-1==    BY ==BERICHT-STATUS-1==
                     ==PREFIX-STATUS-2==    BY ==BERICHT-STATUS-2==
                 "leer oder fehlt"
             STOP RUN RETURNING 1
         END-IF.
         PERFORM R000-LADE-RUECKLAUF.
         PERFORM E000-ZAEHLE-EMPFAENGER.

         OPEN OUTPUT BERICHT-DATEI.
         IF NOT BERICHT-STATUS-OK
                 KPG-GEDRUCKT(WS-TREFFER-INDEX)
                 KPG-GESENDET(WS-TREFFER-INDEX)
                 KPG-BESTAETIGT(WS-TREFFER-INDEX)
                 KPG-GESPERRT(WS-TREFFER-INDEX)
                 KPG-SPERRWEGE(WS-TREFFER-INDEX)
                 KPG-ANTWORT(WS-TREFFER-INDEX)
                 KPG-EMPFAENGER(WS-TREFFER-INDEX)
                 KPG-RUECKLAUF(WS-TREFFER-INDEX)
             MOVE "N" TO KPG-AMTLICH(WS-TREFFER-INDEX)
             MOVE SPACES TO KPG-GEDRUCKT-DATUM(WS-TREFFER-INDEX)
                 KPG-GESENDET-DATUM(WS-TREFFER-INDEX)
                 KPG-LAUF(WS-TREFFER-INDEX)
                 KPG-BESTELLUNG(WS-TREFFER-INDEX)
             PERFORM B500-LOESCHE-ZAEHLER
                 VARYING WS-KRI-INDEX FROM 1 BY 1
                 UNTIL WS-KRI-INDEX > 20
         END-IF.
         EVALUATE WS-FELD-STUFE
             WHEN "KRITERIUM"
                     ADD 1 TO WS-KRITERIEN-ANZAHL
                     MOVE FUNCTION NUMVAL(WS-FELD-NUMMER)
                         TO KRI-NUMMER(WS-KRITERIEN-ANZAHL)
      * Die Anzahl ist die Nummer der Kriterienzeile; die Zeile
      * fuer einen Verteiler traegt dort die Mitgliederzahl.
                     IF WS-FELD-ZUSATZ(1:10) = "VERTEILER="
                         MOVE ZERO TO KRI-ZEILE(WS-KRITERIEN-ANZAHL)
                     ELSE
                         MOVE FUNCTION NUMVAL(WS-FELD-ANZAHL)
                             TO KRI-ZEILE(WS-KRITERIEN-ANZAHL)
                     END-IF
                     MOVE WS-FELD-ZUSATZ
                         TO KRI-TEXT(WS-KRITERIEN-ANZAHL)
                 END-IF
             WHEN "GEDRUCKT"
                 MOVE FUNCTION NUMVAL(WS-FELD-ANZAHL)
                     TO KPG-GEDRUCKT(WS-TREFFER-INDEX)
                 IF KPG-GEDRUCKT-DATUM(WS-TREFFER-INDEX) = SPACES
                     MOVE WS-FELD-ZEIT(1:8)
                         TO KPG-GEDRUCKT-DATUM(WS-TREFFER-INDEX)
                 END-IF
             WHEN "GESENDET"
                 MOVE FUNCTION NUMVAL(WS-FELD-ANZAHL)
                     TO KPG-GESENDET(WS-TREFFER-INDEX)
                 IF KPG-GESENDET-DATUM(WS-TREFFER-INDEX) = SPACES
                     MOVE WS-FELD-ZEIT(1:8)
                         TO KPG-GESENDET-DATUM(WS-TREFFER-INDEX)
                 END-IF
             WHEN "BESTAETIGT"
                 MOVE FUNCTION NUMVAL(WS-FELD-ANZAHL)
                     TO KPG-BESTAETIGT(WS-TREFFER-INDEX)
      * Die Sperre wird auf jedem Versandweg gezaehlt; die Summe
      * ist, was die Widersprueche die Kampagne gekostet haben.
      * Ein Wiederholungslauf desselben Programms ersetzt
      * dessen frueheren Wert.
             WHEN "SPERRE"
                 PERFORM B600-VERBUCHE-SPERRE
             WHEN "AMTLICH"
                 MOVE "J" TO KPG-AMTLICH(WS-TREFFER-INDEX)
      * Ein Wiederholungslauf darf die Bestellung aendern.
             WHEN "BESTELLT"
                 MOVE WS-FELD-ZUSATZ
                     TO KPG-BESTELLUNG(WS-TREFFER-INDEX)
      * Jeder Erfassungslauf meldet nur seine eigenen Antworten.
             WHEN "ANTWORT"
                 ADD FUNCTION NUMVAL(WS-FELD-ANZAHL)
                     TO KPG-ANTWORT(WS-TREFFER-INDEX)
         END-EVALUATE.

       B600-VERBUCHE-SPERRE.
         MOVE FUNCTION NUMVAL(WS-FELD-ANZAHL) TO WS-SPW-ANZAHL.
         MOVE ZERO TO WS-SPW-TREFFER.
         PERFORM B610-SUCHE-SPERRWEG
             VARYING WS-SPW-INDEX FROM 1 BY 1
             UNTIL WS-SPW-INDEX > KPG-SPERRWEGE(WS-TREFFER-INDEX)
                OR WS-SPW-TREFFER NOT = ZERO.
         IF WS-SPW-TREFFER = ZERO
             IF KPG-SPERRWEGE(WS-TREFFER-INDEX) < WS-SPW-MAXIMUM
                 ADD 1 TO KPG-SPERRWEGE(WS-TREFFER-INDEX)
                 MOVE KPG-SPERRWEGE(WS-TREFFER-INDEX)
                     TO WS-SPW-TREFFER
                 MOVE WS-FELD-ZUSATZ(1:8) TO
                     KPG-SPW-PROGRAMM(WS-TREFFER-INDEX, WS-SPW-TREFFER)
                 MOVE ZERO TO
                     KPG-SPW-ANZAHL(WS-TREFFER-INDEX, WS-SPW-TREFFER)
             ELSE
                 ADD WS-SPW-ANZAHL TO KPG-GESPERRT(WS-TREFFER-INDEX)
             END-IF
         END-IF.
         IF WS-SPW-TREFFER NOT = ZERO
             SUBTRACT KPG-SPW-ANZAHL(WS-TREFFER-INDEX, WS-SPW-TREFFER)
                 FROM KPG-GESPERRT(WS-TREFFER-INDEX)
             MOVE WS-SPW-ANZAHL TO
                 KPG-SPW-ANZAHL(WS-TREFFER-INDEX, WS-SPW-TREFFER)
             ADD WS-SPW-ANZAHL TO KPG-GESPERRT(WS-TREFFER-INDEX)
         END-IF.

       B610-SUCHE-SPERRWEG.
         IF KPG-SPW-PROGRAMM(WS-TREFFER-INDEX, WS-SPW-INDEX)
                 = WS-FELD-ZUSATZ(1:8)
             MOVE WS-SPW-INDEX TO WS-SPW-TREFFER
         END-IF.

       B500-LOESCHE-ZAEHLER.
         MOVE ZERO TO KPG-KRI-EMPFAENGER(WS-TREFFER-INDEX,
                                         WS-KRI-INDEX)
             KPG-KRI-ANTWORTEN(WS-TREFFER-INDEX, WS-KRI-INDEX).
         IF WS-KRI-INDEX NOT > 12
             MOVE ZERO TO KPG-REG-EMPFAENGER(WS-TREFFER-INDEX,
                                             WS-KRI-INDEX)
                 KPG-REG-ANTWORTEN(WS-TREFFER-INDEX, WS-KRI-INDEX)
         END-IF.
         IF WS-KRI-INDEX NOT > 4
             MOVE ZERO TO KPG-FRIST-ANTWORTEN(WS-TREFFER-INDEX,
                                              WS-KRI-INDEX)
         END-IF.

       B400-SUCHE-KAMPAGNE.
         MOVE ZERO TO WS-TREFFER-INDEX.
         PERFORM B410-PRUEFE-KAMPAGNE
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE KPG-NUMMER(WS-KAMPAGNEN-INDEX) TO WS-KPF-NUMMER.
         MOVE KPG-DATUM(WS-KAMPAGNEN-INDEX) TO WS-KPF-DATUM.
         IF KPG-AMTLICH(WS-KAMPAGNEN-INDEX) = "J"
             MOVE "PFLICHTSENDUNG" TO WS-KPF-VERMERK
         ELSE
             MOVE SPACES TO WS-KPF-VERMERK
         END-IF.
         MOVE WS-KAMPAGNENKOPF TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF KPG-BESTELLUNG(WS-KAMPAGNEN-INDEX) NOT = SPACES
             MOVE KPG-BESTELLUNG(WS-KAMPAGNEN-INDEX) TO WS-BST-TEXT
             MOVE WS-BESTELLZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.
         PERFORM C100-BERICHTE-KRITERIEN
             VARYING WS-KRITERIEN-INDEX FROM 1 BY 1
             UNTIL WS-KRITERIEN-INDEX > WS-KRITERIEN-ANZAHL.
         MOVE KPG-BESTAETIGT(WS-KAMPAGNEN-INDEX) TO WS-STU-ANZAHL.
         MOVE WS-STUFENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "WERBESPERRE   " TO WS-STU-TEXT.
         MOVE KPG-GESPERRT(WS-KAMPAGNEN-INDEX) TO WS-STU-ANZAHL.
         MOVE WS-STUFENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ANTWORTEN     " TO WS-STU-TEXT.
         MOVE KPG-ANTWORT(WS-KAMPAGNEN-INDEX) TO WS-STU-ANZAHL.
         MOVE WS-STUFENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF KPG-RUECKLAUF(WS-KAMPAGNEN-INDEX) > ZERO
             OR KPG-EMPFAENGER(WS-KAMPAGNEN-INDEX) > ZERO
             PERFORM C200-BERICHTE-RUECKLAUF
         END-IF.

       C100-BERICHTE-KRITERIEN.
         IF KRI-NUMMER(WS-KRITERIEN-INDEX)
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * Antwortquoten der Kampagne: gesamt gegen die Auswahl,
      * je Kriterienzeile und PLZ-Region gegen die Empfaengerliste,
      * dazu die Eingaenge nach Wochen seit dem Versand.
       C200-BERICHTE-RUECKLAUF.
         PERFORM C500-ERMITTLE-VERSANDTAG.
         MOVE SPACES TO WS-BERICHTZEILE.
         STRING "  RUECKLAUF (VERSAND AM " WS-VERSANDTAG ")"
             DELIMITED BY SIZE INTO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "GESAMT" TO WS-QTZ-TEXT.
         MOVE KPG-AUSGEWAEHLT(WS-KAMPAGNEN-INDEX)
             TO WS-RECHEN-BESTAND.
         MOVE KPG-RUECKLAUF(WS-KAMPAGNEN-INDEX)
             TO WS-RECHEN-ZAEHLER.
         PERFORM C400-SCHREIBE-QUOTE.
         IF KPG-EMPFAENGER(WS-KAMPAGNEN-INDEX) > ZERO
             PERFORM C210-BERICHTE-KRITERIUM
                 VARYING WS-KRITERIEN-INDEX FROM 1 BY 1
                 UNTIL WS-KRITERIEN-INDEX > WS-KRITERIEN-ANZAHL
             PERFORM C220-BERICHTE-REGION
                 VARYING WS-REGION-INDEX FROM 1 BY 1
                 UNTIL WS-REGION-INDEX > 12
         END-IF.
         PERFORM C230-BERICHTE-FRIST
             VARYING WS-FRIST-INDEX FROM 1 BY 1
             UNTIL WS-FRIST-INDEX > 4.

       C210-BERICHTE-KRITERIUM.
         IF KRI-NUMMER(WS-KRITERIEN-INDEX)
                 NOT = KPG-NUMMER(WS-KAMPAGNEN-INDEX)
             OR KRI-ZEILE(WS-KRITERIEN-INDEX) = ZERO
             OR KRI-ZEILE(WS-KRITERIEN-INDEX) > 20
             EXIT PARAGRAPH
         END-IF.
         MOVE KRI-ZEILE(WS-KRITERIEN-INDEX) TO WS-KRI-INDEX.
         MOVE SPACES TO WS-QTZ-TEXT.
         STRING "KRITERIUM " KRI-ZEILE(WS-KRITERIEN-INDEX) " "
             KRI-TEXT(WS-KRITERIEN-INDEX)
             DELIMITED BY SIZE INTO WS-QTZ-TEXT.
         MOVE KPG-KRI-EMPFAENGER(WS-KAMPAGNEN-INDEX, WS-KRI-INDEX)
             TO WS-RECHEN-BESTAND.
         MOVE KPG-KRI-ANTWORTEN(WS-KAMPAGNEN-INDEX, WS-KRI-INDEX)
             TO WS-RECHEN-ZAEHLER.
         PERFORM C400-SCHREIBE-QUOTE.

       C220-BERICHTE-REGION.
         IF KPG-REG-EMPFAENGER(WS-KAMPAGNEN-INDEX, WS-REGION-INDEX)
                 = ZERO
             EXIT PARAGRAPH
         END-IF.
         EVALUATE WS-REGION-INDEX
             WHEN 11
                 MOVE "AUSLAND" TO WS-QTZ-TEXT
             WHEN 12
                 MOVE "OHNE PLZ" TO WS-QTZ-TEXT
             WHEN OTHER
                 MOVE SPACES TO WS-QTZ-TEXT
                 MOVE "PLZ-REGION " TO WS-QTZ-TEXT
                 COMPUTE WS-REGION-ZIFFER = WS-REGION-INDEX - 1
                 MOVE WS-REGION-ZIFFER TO WS-QTZ-TEXT(12:1)
         END-EVALUATE.
         MOVE KPG-REG-EMPFAENGER(WS-KAMPAGNEN-INDEX, WS-REGION-INDEX)
             TO WS-RECHEN-BESTAND.
         MOVE KPG-REG-ANTWORTEN(WS-KAMPAGNEN-INDEX, WS-REGION-INDEX)
             TO WS-RECHEN-ZAEHLER.
         PERFORM C400-SCHREIBE-QUOTE.

       C230-BERICHTE-FRIST.
         MOVE WS-FRIST-TEXT(WS-FRIST-INDEX) TO WS-FRZ-TEXT.
         MOVE KPG-FRIST-ANTWORTEN(WS-KAMPAGNEN-INDEX, WS-FRIST-INDEX)
             TO WS-FRZ-ANTWORTEN WS-RECHEN-ZAEHLER.
         MOVE KPG-RUECKLAUF(WS-KAMPAGNEN-INDEX) TO WS-RECHEN-BESTAND.
         PERFORM P000-BERECHNE-ANTEIL.
         COMPUTE WS-FRZ-ANTEIL = WS-ANTEIL / 10.
         MOVE WS-FRISTZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

       C400-SCHREIBE-QUOTE.
         MOVE WS-RECHEN-BESTAND TO WS-QTZ-EMPFAENGER.
         MOVE WS-RECHEN-ZAEHLER TO WS-QTZ-ANTWORTEN.
         PERFORM P000-BERECHNE-ANTEIL.
         COMPUTE WS-QTZ-ANTEIL = WS-ANTEIL / 10.
         MOVE WS-QUOTENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Versandtag der Kampagne: Sendung an das Druckbuero, sonst
      * Druck, sonst Auswahl.
       C500-ERMITTLE-VERSANDTAG.
         EVALUATE TRUE
             WHEN KPG-GESENDET-DATUM(WS-KAMPAGNEN-INDEX) NOT = SPACES
                 MOVE KPG-GESENDET-DATUM(WS-KAMPAGNEN-INDEX)
                     TO WS-VERSANDTAG
             WHEN KPG-GEDRUCKT-DATUM(WS-KAMPAGNEN-INDEX) NOT = SPACES
                 MOVE KPG-GEDRUCKT-DATUM(WS-KAMPAGNEN-INDEX)
                     TO WS-VERSANDTAG
             WHEN OTHER
                 MOVE KPG-DATUM(WS-KAMPAGNEN-INDEX) TO WS-VERSANDTAG
         END-EVALUATE.

      * Laedt RUECKLAUF.DAT (adrantw): je Antwort zaehlt sie fuer
      * ihre Kampagne gesamt und nach Eingangsfrist und kommt in
      * die Abgleichtabelle. Eine fehlende Datei ist zulaessig
      * (noch keine Antworten erfasst).
       R000-LADE-RUECKLAUF.
         OPEN INPUT RUECKLAUF-DATEI.
         IF RUECK-STATUS = "35"
             EXIT PARAGRAPH
         END-IF.
         IF NOT RUECK-STATUS-OK
             DISPLAY "Sorry, unable to open RUECKLAUF.DAT, status "
                 RUECK-STATUS
             STOP RUN RETURNING 1
         END-IF.
         PERFORM R100-LIES-RUECKLAUF.
         PERFORM R200-UEBERNIMM-RUECKLAUF
             UNTIL ENDE-DES-RUECKLAUFS.
         CLOSE RUECKLAUF-DATEI.

       R100-LIES-RUECKLAUF.
         READ RUECKLAUF-DATEI
             AT END SET ENDE-DES-RUECKLAUFS TO TRUE.
         IF NOT RUECK-STATUS-OK AND NOT RUECK-STATUS-ENDE
             DISPLAY "Sorry, error reading RUECKLAUF.DAT, status "
                 RUECK-STATUS
             STOP RUN RETURNING 1
         END-IF.

       R200-UEBERNIMM-RUECKLAUF.
         IF RUECKLAUF-SATZ = SPACES
             OR RUECKLAUF-SATZ(1:1) = "*"
             PERFORM R100-LIES-RUECKLAUF
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-FELD-ID WS-FELD-NUMMER WS-FELD-EINGANG
             WS-FELD-EMPF-ID.
         UNSTRING RUECKLAUF-SATZ DELIMITED BY ";"
             INTO WS-FELD-ID WS-FELD-NUMMER WS-FELD-EINGANG
                  WS-FELD-EMPF-ID
         END-UNSTRING.
         IF WS-FELD-NUMMER IS NOT NUMERIC
             OR WS-FELD-EINGANG IS NOT NUMERIC
             PERFORM R100-LIES-RUECKLAUF
             EXIT PARAGRAPH
         END-IF.
         PERFORM B400-SUCHE-KAMPAGNE.
         IF WS-TREFFER-INDEX = ZERO
             PERFORM R100-LIES-RUECKLAUF
             EXIT PARAGRAPH
         END-IF.
         MOVE WS-FELD-NUMMER TO WS-SUCH-KAMPAGNE.
         MOVE WS-FELD-EMPF-ID TO WS-SUCH-ID.
         PERFORM F100-SUCHE-RUECKLAUF.
      * Dieselbe Antwort zaehlt nur einmal.
         IF WS-RUECKLAUF-TREFFER NOT = ZERO
             PERFORM R100-LIES-RUECKLAUF
             EXIT PARAGRAPH
         END-IF.
         PERFORM F000-FUEGE-RUECKLAUF-EIN.
         ADD 1 TO KPG-RUECKLAUF(WS-TREFFER-INDEX).
         MOVE WS-TREFFER-INDEX TO WS-KAMPAGNEN-INDEX.
         PERFORM C500-ERMITTLE-VERSANDTAG.
         COMPUTE WS-TAGE-NACH-VERSAND =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FELD-EINGANG))
             - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-VERSANDTAG)).
         EVALUATE TRUE
             WHEN WS-TAGE-NACH-VERSAND NOT > 14
                 MOVE 1 TO WS-FRIST-INDEX
             WHEN WS-TAGE-NACH-VERSAND NOT > 28
                 MOVE 2 TO WS-FRIST-INDEX
             WHEN WS-TAGE-NACH-VERSAND NOT > 56
                 MOVE 3 TO WS-FRIST-INDEX
             WHEN OTHER
                 MOVE 4 TO WS-FRIST-INDEX
         END-EVALUATE.
         ADD 1 TO KPG-FRIST-ANTWORTEN(WS-TREFFER-INDEX,
                                      WS-FRIST-INDEX).
         PERFORM R100-LIES-RUECKLAUF.

      * Zaehlt die Empfaengerliste KAMPEMPF.DAT (adrwahl) in zwei
      * Durchgaengen: der erste bestimmt je Kampagne den juengsten
      * Lauf (ein Wiederholungslauf ersetzt die fruehere Auswahl),
      * der zweite zaehlt dessen Empfaenger und ihre Antworten je
      * Kriterienzeile und PLZ-Region. Eine fehlende Datei ist
      * zulaessig (Kampagnen ohne Empfaengerliste).
       E000-ZAEHLE-EMPFAENGER.
         PERFORM E050-LIES-EMPFAENGERLISTE
             VARYING WS-EMPF-DURCHGANG FROM 1 BY 1
             UNTIL WS-EMPF-DURCHGANG > 2.

       E050-LIES-EMPFAENGERLISTE.
         OPEN INPUT EMPFAENGER-DATEI.
         IF EMPF-STATUS = "35"
             MOVE 2 TO WS-EMPF-DURCHGANG
             EXIT PARAGRAPH
         END-IF.
         IF NOT EMPF-STATUS-OK
             DISPLAY "Sorry, unable to open KAMPEMPF.DAT, status "
                 EMPF-STATUS
             STOP RUN RETURNING 1
         END-IF.
         MOVE "N" TO WS-EMPF-ENDE-SCHALTER.
         PERFORM E100-LIES-EMPFAENGER.
         PERFORM E200-UEBERNIMM-EMPFAENGER
             UNTIL ENDE-DER-EMPFAENGER.
         CLOSE EMPFAENGER-DATEI.

       E100-LIES-EMPFAENGER.
         READ EMPFAENGER-DATEI
             AT END SET ENDE-DER-EMPFAENGER TO TRUE.
         IF NOT EMPF-STATUS-OK AND NOT EMPF-STATUS-ENDE
             DISPLAY "Sorry, error reading KAMPEMPF.DAT, status "
                 EMPF-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E200-UEBERNIMM-EMPFAENGER.
         IF EMPFAENGER-SATZ = SPACES
             OR EMPFAENGER-SATZ(1:1) = "*"
             PERFORM E100-LIES-EMPFAENGER
             EXIT PARAGRAPH
         END-IF.
         MOVE SPACES TO WS-FELD-ID WS-FELD-NUMMER WS-FELD-LAUF
             WS-FELD-PLZ WS-FELD-LAND WS-FELD-MUSTER.
         UNSTRING EMPFAENGER-SATZ DELIMITED BY ";"
             INTO WS-FELD-ID WS-FELD-NUMMER WS-FELD-LAUF
                  WS-FELD-PLZ WS-FELD-LAND WS-FELD-MUSTER
         END-UNSTRING.
         IF WS-FELD-NUMMER IS NOT NUMERIC
             PERFORM E100-LIES-EMPFAENGER
             EXIT PARAGRAPH
         END-IF.
         PERFORM B400-SUCHE-KAMPAGNE.
         IF WS-TREFFER-INDEX = ZERO
             PERFORM E100-LIES-EMPFAENGER
             EXIT PARAGRAPH
         END-IF.
         IF WS-EMPF-DURCHGANG = 1
             IF WS-FELD-LAUF > KPG-LAUF(WS-TREFFER-INDEX)
                 MOVE WS-FELD-LAUF TO KPG-LAUF(WS-TREFFER-INDEX)
             END-IF
         ELSE
             IF WS-FELD-LAUF = KPG-LAUF(WS-TREFFER-INDEX)
                 PERFORM E300-ZAEHLE-EMPFAENGER
             END-IF
         END-IF.
         PERFORM E100-LIES-EMPFAENGER.

       E300-ZAEHLE-EMPFAENGER.
         ADD 1 TO KPG-EMPFAENGER(WS-TREFFER-INDEX).
         MOVE WS-FELD-NUMMER TO WS-SUCH-KAMPAGNE.
         MOVE WS-FELD-ID TO WS-SUCH-ID.
         PERFORM F100-SUCHE-RUECKLAUF.
      * Inland ist DEU oder ohne Laenderkennzeichen; die Region ist
      * die erste Ziffer einer fuenfstelligen PLZ.
         EVALUATE TRUE
             WHEN WS-FELD-LAND NOT = "DEU" AND WS-FELD-LAND NOT = SPACES
                 MOVE 11 TO WS-REGION-INDEX
             WHEN WS-FELD-PLZ(1:5) IS NUMERIC
                 AND WS-FELD-PLZ(6:5) = SPACES
                 COMPUTE WS-REGION-INDEX =
                     FUNCTION NUMVAL(WS-FELD-PLZ(1:1)) + 1
             WHEN OTHER
                 MOVE 12 TO WS-REGION-INDEX
         END-EVALUATE.
         ADD 1 TO KPG-REG-EMPFAENGER(WS-TREFFER-INDEX,
                                     WS-REGION-INDEX).
         IF WS-RUECKLAUF-TREFFER NOT = ZERO
             ADD 1 TO KPG-REG-ANTWORTEN(WS-TREFFER-INDEX,
                                        WS-REGION-INDEX)
         END-IF.
         PERFORM E310-ZAEHLE-KRITERIUM
             VARYING WS-KRI-INDEX FROM 1 BY 1
             UNTIL WS-KRI-INDEX > 20.

       E310-ZAEHLE-KRITERIUM.
         IF WS-FELD-MUSTER(WS-KRI-INDEX:1) = "J"
             ADD 1 TO KPG-KRI-EMPFAENGER(WS-TREFFER-INDEX,
                                         WS-KRI-INDEX)
             IF WS-RUECKLAUF-TREFFER NOT = ZERO
                 ADD 1 TO KPG-KRI-ANTWORTEN(WS-TREFFER-INDEX,
                                            WS-KRI-INDEX)
             END-IF
         END-IF.

      * Fuegt WS-SUCH-SCHLUESSEL aufsteigend in die Abgleichtabelle
      * ein.
       F000-FUEGE-RUECKLAUF-EIN.
         IF WS-RUECKLAUF-ANZAHL NOT LESS WS-RUECKLAUF-MAXIMUM
             DISPLAY "KAMPBER: mehr als " WS-RUECKLAUF-MAXIMUM
                 " Antworten in RUECKLAUF.DAT"
             STOP RUN RETURNING 1
         END-IF.
         ADD 1 TO WS-RUECKLAUF-ANZAHL.
         MOVE WS-RUECKLAUF-ANZAHL TO WS-EINFUEGE-INDEX.
         MOVE "N" TO WS-PLATZ-SCHALTER.
         PERFORM F010-SCHIEBE-HOCH
             UNTIL PLATZ-GEFUNDEN.
         MOVE WS-SUCH-SCHLUESSEL TO RKL-SCHLUESSEL(WS-EINFUEGE-INDEX).

       F010-SCHIEBE-HOCH.
         IF WS-EINFUEGE-INDEX = 1
             SET PLATZ-GEFUNDEN TO TRUE
             EXIT PARAGRAPH
         END-IF.
         IF RKL-SCHLUESSEL(WS-EINFUEGE-INDEX - 1) < WS-SUCH-SCHLUESSEL
             SET PLATZ-GEFUNDEN TO TRUE
             EXIT PARAGRAPH
         END-IF.
         MOVE RKL-SCHLUESSEL(WS-EINFUEGE-INDEX - 1)
             TO RKL-SCHLUESSEL(WS-EINFUEGE-INDEX).
         SUBTRACT 1 FROM WS-EINFUEGE-INDEX.

      * Halbierende Suche nach WS-SUCH-SCHLUESSEL;
      * WS-RUECKLAUF-TREFFER bleibt Null, wenn es keine Antwort
      * gibt.
       F100-SUCHE-RUECKLAUF.
         MOVE ZERO TO WS-RUECKLAUF-TREFFER.
         MOVE 1 TO WS-UNTEN.
         MOVE WS-RUECKLAUF-ANZAHL TO WS-OBEN.
         PERFORM F110-HALBIERE
             UNTIL WS-UNTEN > WS-OBEN
                 OR WS-RUECKLAUF-TREFFER NOT = ZERO.

       F110-HALBIERE.
         COMPUTE WS-MITTE = (WS-UNTEN + WS-OBEN) / 2.
         EVALUATE TRUE
             WHEN RKL-SCHLUESSEL(WS-MITTE) = WS-SUCH-SCHLUESSEL
                 MOVE WS-MITTE TO WS-RUECKLAUF-TREFFER
             WHEN RKL-SCHLUESSEL(WS-MITTE) < WS-SUCH-SCHLUESSEL
                 COMPUTE WS-UNTEN = WS-MITTE + 1
             WHEN WS-MITTE = 1
                 MOVE ZERO TO WS-OBEN
             WHEN OTHER
                 COMPUTE WS-OBEN = WS-MITTE - 1
         END-EVALUATE.

      * Anteil in Promille (eine Nachkommastelle in Prozent)
       P000-BERECHNE-ANTEIL.
         MOVE ZERO TO WS-ANTEIL.
         IF WS-RECHEN-BESTAND > ZERO
             COMPUTE WS-ANTEIL ROUNDED =
                 WS-RECHEN-ZAEHLER * 1000 / WS-RECHEN-BESTAND
         END-IF.

       G000-SCHREIBE-BERICHTZEILE.
         DISPLAY FUNCTION TRIM(WS-BERICHTZEILE TRAILING).
         MOVE WS-BERICHTZEILE TO BERICHT-SATZ.
