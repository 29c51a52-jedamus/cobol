      *     damit die MAXRC-Steuerung in BATCHJOB.DEF
      *     entscheiden kann, statt dass adrdubl die Dublette
      *     erst Wochen spaeter findet.
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - ADRESSE-SATZ traegt jetzt die Zustellzeile ADR-STRASSE
      *     und die Ortsangabe getrennt in ADR-ORT, ADR-STAAT und
      *     ADR-PLZ (siehe adresse.cpy); NEUMASTER-SATZ und das
      *     Vorher-Bild von X(170) auf X(240) verbreitert.
      *   - Die Transaktion traegt dieselben Felder: auf
      *     Organisation folgen STRASSE X(40), ORT X(40), STAAT
      *     X(20) und PLZ X(10), Satzlaenge 271 statt 201. Der
      *     Bestand an alten Transaktionen wird von adrumbau
      *     umgestellt. Das Vorher-/Nachher-Bild im Bericht zeigt
      *     die vier Felder einzeln.
      *   - Organisationsmaster (ORGMAST.DAT, siehe orgmast.cpy und
      *     orgadr.cpy): die Transaktion traegt hinten ADR-ORG-NR
      *     X(05), Satzlaenge 276 statt 271. Leer = Verweis bleibt
      *     wie er ist (bei N: keine Organisation), 00000 = Verweis
      *     loesen, sonst die Nummer einer bestehenden Organisation;
      *     eine unbekannte Nummer weist die Transaktion ab. Bei
      *     gesetztem Verweis kommen Organisation, Strasse,
      *     Ortsangabe und Land immer aus dem Organisationsmaster,
      *     auch wenn die Transaktion eigene Werte traegt.
      *   - Organisationsabgleich: jeder Mastersatz mit ADR-ORG-NR
      *     wird bei jedem Lauf mit dem Organisationsmaster
      *     verglichen; weicht er ab (die Organisation wurde mit
      *     orgpfl geaendert), wird er nachgezogen, im Bericht als
      *     AKTION O mit Vorher-/Nachher-Bild gezeigt und mit der
      *     Quelle orgadr in die Historie geschrieben. Ein Verweis
      *     auf eine unbekannte Organisation laesst den Satz
      *     unveraendert und beendet den Lauf mit RETURN-CODE 4.
      *     Fehlt ADRTRANS.DAT, laeuft nur dieser Abgleich.
      *     NEUMASTER-SATZ und Vorher-Bild auf X(245) verbreitert.
      *   - Aenderungen aus einer ADRTRANS.DAT von mutterkv gehen
      *     mit Quelle mutterkv statt adrpfleg in die Historie; der
      *     Rueckfluss zum Mutterhaus (muttersd) laesst sie aus.
      *   - Herkunftsprotokoll: Eingaben und Ausgaben unter Umschlag
      *     werden vor dem Statistiksatz nach HERKUNFT.LOG gemeldet
      *     (CALL "herkunft", siehe herkunft.cpy).
      *   - Logische Loeschung (siehe adresse.cpy): eine
      *     L-Transaktion entfernt den Satz nicht mehr, er geht mit
      *     ADR-LOESCHKZ G und dem Laufdatum in ADR-LOESCHDATUM in
      *     den neuen Master; Bericht und Historie zeigen ihn als
      *     Nachher-Bild. Endgueltig entfernt ihn erst der
      *     Tilgungslauf adrtilg. NEUMASTER-SATZ und Vorher-Bild auf
      *     X(254) verbreitert.
      *   - Neue Transaktion W (Wiederherstellung, Schluessel
      *     ADR-NAME): sie trifft nur einen geloeschten Satz und
      *     setzt ihn unter derselben ADR-ID wieder gueltig
      *     (Historienaktion W). A und L treffen nur gueltige
      *     Saetze; eine Transaktion ohne passenden Satz wird wie
      *     bisher abgewiesen. Geloeschte Saetze nehmen nicht am
      *     Organisationsabgleich teil.
      *   - Aenderungen aus dem Mutterhaus-Feed (mutterkv) lassen
      *     ADR-STRASSE und ADR-STAAT stehen, wenn die Transaktion
      *     sie leer liefert; bisher loeschte jeder Feed-Lauf die
      *     Strasse und den Bundesstaat im Bestand.
      *   - Neue ADR-IDs liegen jetzt ueber dem Hoeheren aus Master
      *     und der Hochwassermarke ADRIDMAX.DAT (CALL "idmarke", siehe
      *     idmarke.cpy); die hoechste vergebene ID wird dort
      *     gemeldet. Eine von adrtilg getilgte ID kommt so nie
      *     wieder, samt Historie und Werbesperre ihres Vorgaengers.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adrpfleg.
                 10 TRA-NAME           PIC X(40).
                 10 TRA-ABTEILUNG      PIC X(40).
                 10 TRA-ORGANISATION   PIC X(40).
                 10 TRA-STRASSE        PIC X(40).
                 10 TRA-ORTSANGABE.
                    15 TRA-ORT         PIC X(40).
                    15 TRA-STAAT       PIC X(20).
                    15 TRA-PLZ         PIC X(10).
              05 TRA-ORG-NR            PIC X(05).

       FD ADDRESS-MASTER
          LABEL RECORDS ARE OMITTED.

       FD NEUMASTER-DATEI
          LABEL RECORDS ARE OMITTED.
           01 NEUMASTER-SATZ           PIC X(254).

       FD BERICHT-DATEI
          LABEL RECORDS ARE OMITTED.
          88 MAS-KOPF-GEPRUEFT                    VALUE "J".
       01 WS-MAS-ENDE-SCHALTER        PIC X(01)   VALUE "N".
          88 MAS-ENDESATZ-GESEHEN                 VALUE "J".
       01 WS-ABGLEICH-SCHALTER        PIC X(01)   VALUE "N".
          88 NUR-ORG-ABGLEICH                     VALUE "J".

       01 WS-TRANS-TABELLE.
          05 WS-TRANS-EINTRAG         OCCURS 200 TIMES.
                15 TAB-NAME           PIC X(40).
                15 TAB-ABTEILUNG      PIC X(40).
                15 TAB-ORGANISATION   PIC X(40).
                15 TAB-STRASSE        PIC X(40).
                15 TAB-ORTSANGABE.
                   20 TAB-ORT         PIC X(40).
                   20 TAB-STAAT       PIC X(20).
                   20 TAB-PLZ         PIC X(10).
             10 TAB-ORG-NR            PIC X(05).
             10 TAB-ERLEDIGT-SCHALTER PIC X(01).
             10 TAB-NORM-NAME         PIC X(40).
             10 TAB-VERDACHT-SCHALTER PIC X(01).
       01 WS-ANGEWANDT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-ABGEWIESEN-ZAEHLER       PIC 9(05)   COMP VALUE ZERO.
       01 WS-GELOESCHT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-WIEDERHERGESTELLT-ZAEHLER PIC 9(05)  COMP VALUE ZERO.
       01 WS-HEUTE                    PIC X(08).

       01 WS-ALTE-ADRESSE             PIC X(254).
      * Quelle der Historienzeilen: Transaktionen aus dem
      * Mutterhaus-Feed (Umschlag von mutterkv) werden als
      * mutterkv vermerkt, damit muttersd sie nicht zurueckschickt.
       01 WS-HIST-QUELLE              PIC X(08)   VALUE "adrpfleg".
       01 WS-HOECHSTE-ID              PIC 9(06)   VALUE ZERO.
       01 WS-VERDACHT-ZAEHLER         PIC 9(05)   COMP VALUE ZERO.
       01 WS-ORG-ABGLEICH-ZAEHLER     PIC 9(05)   COMP VALUE ZERO.
       01 WS-ORG-FEHLT-ZAEHLER        PIC 9(05)   COMP VALUE ZERO.
       01 WS-ORG-ABGEWIESEN-ZAEHLER   PIC 9(05)   COMP VALUE ZERO.

      * Namensnormierung wie in adrdubl: Grossschrift,
      * Leerzeichen entfernt.
          05 FILLER                   PIC X(13)   VALUE " SCHLUESSEL: ".
          05 WS-AKT-SCHLUESSEL        PIC X(40).

       01 WS-LOESCHBILDZEILE.
          05 FILLER                   PIC X(13)   VALUE
             "GELOESCHT AM ".
          05 WS-LBZ-JJJJ              PIC X(04).
          05 FILLER                   PIC X(01)   VALUE "-".
          05 WS-LBZ-MM                PIC X(02).
          05 FILLER                   PIC X(01)   VALUE "-".
          05 WS-LBZ-TT                PIC X(02).

       01 WS-BILDZEILE.
          05 WS-BILD-SEITE            PIC X(10).
          05 WS-BILD-FELD             PIC X(15).
          05 FILLER                   PIC X(13)   VALUE " SCHLUESSEL ".
          05 WS-ABW-SCHLUESSEL        PIC X(40).

       01 WS-ORG-FEHLT-ZEILE.
          05 FILLER                   PIC X(27)   VALUE
             "ORGANISATION FEHLT: ADR-ID ".
          05 WS-OFZ-ID                PIC X(06).
          05 FILLER                   PIC X(08)   VALUE " ORG-NR ".
          05 WS-OFZ-ORG-NR            PIC X(05).
          05 FILLER                   PIC X(20)   VALUE
             " (SATZ UNVERAENDERT)".

       01 WS-SUMMENZEILE.
          05 WS-SUM-TEXT              PIC X(24).
          05 WS-SUM-ANZAHL            PIC ZZZZ9.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==NEU-UMS==.

       COPY "laufstat.cpy".
       COPY "herkunft.cpy".
       COPY "sperre.cpy".
       COPY "adrhist.cpy".
       COPY "orgadr.cpy".
       COPY "idmarke.cpy".

       01 WS-SPERR-VERSUCHE           PIC 9(02)   COMP VALUE ZERO.
       01 WS-SPERR-WARTEKOMMANDO      PIC X(20)   VALUE "sleep 5".
       PROCEDURE DIVISION.
       A000-PFLEGE-ADRESSMASTER.
         PERFORM S900-PRUEFE-PFLEGESPERRE.
         PERFORM O000-LADE-ORGANISATIONEN.
      * Ohne Transaktionsdatei laeuft nur der Organisationsabgleich.
         OPEN INPUT TRANSAKTIONS-DATEI.
         IF TRANS-STATUS = "35"
             SET NUR-ORG-ABGLEICH TO TRUE
         ELSE
             IF NOT TRANS-STATUS-OK
                 DISPLAY "Sorry, unable to open ADRTRANS, status "
                     TRANS-STATUS
                 STOP RUN RETURNING 1
             END-IF
         END-IF.
         OPEN INPUT ADDRESS-MASTER.
         IF NOT ADRMAST-STATUS-OK
             STOP RUN RETURNING 1
         END-IF.

         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE.
         PERFORM F000-SCHREIBE-BERICHTSKOPF.
         PERFORM U000-EROEFFNE-UMSCHLAEGE.
         IF NUR-ORG-ABGLEICH
             SET ENDE-DER-TRANSAKTIONEN TO TRUE
             SET TRA-ENDESATZ-GESEHEN TO TRUE
             MOVE "OHNE ADRTRANS.DAT: NUR ORGANISATIONSABGLEICH"
                 TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         ELSE
             PERFORM B100-LIES-TRANSAKTION
         END-IF.
         PERFORM B000-LADE-TRANSAKTION
             UNTIL ENDE-DER-TRANSAKTIONEN.

             STOP RUN RETURNING 1
         END-IF.

         PERFORM D100-LIES-IDMARKE.
         PERFORM D000-SCHREIBE-NEUZUGAENGE
             VARYING WS-TRANS-INDEX FROM 1 BY 1
             UNTIL WS-TRANS-INDEX > WS-TRANS-ANZAHL.
         PERFORM D200-MELDE-IDMARKE.

         PERFORM E000-BERICHTE-ABGEWIESENE
             VARYING WS-TRANS-INDEX FROM 1 BY 1
             UNTIL WS-TRANS-INDEX > WS-TRANS-ANZAHL.

         PERFORM E100-BERICHTE-ORG-ABGEWIESENE
             VARYING WS-TRANS-INDEX FROM 1 BY 1
             UNTIL WS-TRANS-INDEX > WS-TRANS-ANZAHL.

         PERFORM E500-BERICHTE-VERDACHT
             VARYING WS-TRANS-INDEX FROM 1 BY 1
             UNTIL WS-TRANS-INDEX > WS-TRANS-ANZAHL.

         PERFORM H000-SCHREIBE-SUMMEN.

         IF NOT NUR-ORG-ABGLEICH
             CLOSE TRANSAKTIONS-DATEI
         END-IF.
         CLOSE ADDRESS-MASTER NEUMASTER-DATEI BERICHT-DATEI.
         DISPLAY "ADRPFLEG: Master gelesen " WS-GELESEN-ZAEHLER
             ", geschrieben " WS-GESCHRIEBEN-ZAEHLER
             ", Transaktionen angewandt " WS-ANGEWANDT-ZAEHLER
             ", abgewiesen " WS-ABGEWIESEN-ZAEHLER
             ", Organisationsabgleich " WS-ORG-ABGLEICH-ZAEHLER.
         PERFORM Z900-MELDE-HERKUNFT.
         MOVE "adrpfleg" TO STAT-PROGRAMM.
         MOVE WS-GELESEN-ZAEHLER TO STAT-SAETZE-EIN.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO STAT-SAETZE-AUS.
         MOVE WS-ABGEWIESEN-ZAEHLER TO STAT-ABGEWIESEN.
         IF WS-VERDACHT-ZAEHLER > ZERO
             OR WS-ORG-FEHLT-ZAEHLER > ZERO
             MOVE 4 TO STAT-RC
         ELSE
             MOVE 0 TO STAT-RC
         END-IF.
         CALL "statistik" USING STAT-BLOCK.
         IF WS-ORG-FEHLT-ZAEHLER > ZERO
             DISPLAY "ADRPFLEG: " WS-ORG-FEHLT-ZAEHLER
                 " Saetze verweisen auf eine unbekannte "
                 "Organisation, RC 4"
         END-IF.
         IF WS-VERDACHT-ZAEHLER > ZERO
             DISPLAY "ADRPFLEG: " WS-VERDACHT-ZAEHLER
                 " Neuzugaenge mit Dublettenverdacht, RC 4"
         END-IF.
         IF STAT-RC = 4
             STOP RUN RETURNING 4
         END-IF.
         STOP RUN.
             MOVE TRA-AKTION TO TAB-AKTION(WS-TRANS-ANZAHL)
             MOVE TRA-SCHLUESSEL TO TAB-SCHLUESSEL(WS-TRANS-ANZAHL)
             MOVE TRA-DATEN TO TAB-DATEN(WS-TRANS-ANZAHL)
             MOVE TRA-ORG-NR TO TAB-ORG-NR(WS-TRANS-ANZAHL)
             MOVE "N" TO TAB-ERLEDIGT-SCHALTER(WS-TRANS-ANZAHL)
             PERFORM O100-PRUEFE-TRANS-ORGANISATION
             MOVE "N" TO TAB-VERDACHT-SCHALTER(WS-TRANS-ANZAHL)
             MOVE SPACES TO TAB-VERDACHT-ID(WS-TRANS-ANZAHL)
             IF TRA-AKTION = "N"
             UNTIL WS-TRANS-INDEX > WS-TRANS-ANZAHL.
         PERFORM C200-SUCHE-TRANSAKTION.
         IF WS-TRANS-INDEX > WS-TRANS-ANZAHL
             PERFORM O400-GLEICHE-ORGANISATION-AB
             PERFORM C500-SCHREIBE-NEUMASTER
         ELSE
             EVALUATE TAB-AKTION(WS-TRANS-INDEX)
                 WHEN "L"
                     PERFORM C300-LOESCHE-MASTER-SATZ
                 WHEN "W"
                     PERFORM C600-STELLE-MASTER-SATZ-HER
                 WHEN OTHER
                     PERFORM C400-AENDERE-MASTER-SATZ
             END-EVALUATE
         END-IF.
         PERFORM C100-LIES-MASTER-SATZ.

             STOP RUN RETURNING 1
         END-IF.

      * Sucht die erste noch nicht erledigte Aenderungs-,
      * Loesch- oder Wiederherstellungstransaktion, deren
      * Schluessel auf ADR-NAME des gerade gelesenen Master-Satzes
      * passt. Aenderung und Loeschung treffen nur gueltige
      * Saetze, die Wiederherstellung nur geloeschte. Nach dem
      * Durchlauf steht WS-TRANS-INDEX entweder auf dem Treffer
      * oder hinter dem Tabellenende.
       C200-SUCHE-TRANSAKTION.
         MOVE 1 TO WS-TRANS-INDEX.
         PERFORM C210-NAECHSTE-TRANSAKTION
             UNTIL WS-TRANS-INDEX > WS-TRANS-ANZAHL
             OR (TAB-SCHLUESSEL(WS-TRANS-INDEX) = ADR-NAME
                 AND TAB-AKTION(WS-TRANS-INDEX) NOT = "N"
                 AND TAB-ERLEDIGT-SCHALTER(WS-TRANS-INDEX) = "N"
                 AND ((TAB-AKTION(WS-TRANS-INDEX) = "W"
                       AND ADR-GELOESCHT)
                   OR (TAB-AKTION(WS-TRANS-INDEX) NOT = "W"
                       AND NOT ADR-GELOESCHT))).

       C210-NAECHSTE-TRANSAKTION.
         ADD 1 TO WS-TRANS-INDEX.

      * Logische Loeschung: der Satz bleibt mit seiner ADR-ID im
      * neuen Master und traegt nur Loeschkennzeichen und
      * Loeschdatum; endgueltig entfernt ihn erst der
      * Tilgungslauf adrtilg nach Ablauf der Frist.
       C300-LOESCHE-MASTER-SATZ.
         MOVE "J" TO TAB-ERLEDIGT-SCHALTER(WS-TRANS-INDEX).
         ADD 1 TO WS-ANGEWANDT-ZAEHLER.
         MOVE WS-ALTE-ADRESSE TO ADRESSE-SATZ.
         MOVE "  VORHER " TO WS-BILD-SEITE.
         PERFORM G100-SCHREIBE-ADRESSBILD.
         MOVE "G" TO ADR-LOESCHKZ.
         MOVE WS-HEUTE TO ADR-LOESCHDATUM.
         MOVE "  NACHHER" TO WS-BILD-SEITE.
         PERFORM G200-SCHREIBE-LOESCHBILD.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ADR-ID TO HIST-ID.
         MOVE WS-HIST-QUELLE TO HIST-QUELLE.
         MOVE "L" TO HIST-AKTION.
         MOVE WS-ALTE-ADRESSE TO HIST-VORHER.
         MOVE ADRESSE-SATZ TO HIST-NACHHER.
         CALL "adrhist" USING HIST-BLOCK.
         PERFORM C500-SCHREIBE-NEUMASTER.

       C400-AENDERE-MASTER-SATZ.
         MOVE "J" TO TAB-ERLEDIGT-SCHALTER(WS-TRANS-INDEX).
         MOVE "  VORHER " TO WS-BILD-SEITE.
         PERFORM G100-SCHREIBE-ADRESSBILD.
      * Die ADR-ID des bestehenden Satzes bleibt erhalten; nur die
      * Inhaltsfelder kommen aus der Transaktion.
         MOVE TAB-NAME(WS-TRANS-INDEX) TO ADR-NAME.
         MOVE TAB-ABTEILUNG(WS-TRANS-INDEX) TO ADR-ABTEILUNG.
         MOVE TAB-ORGANISATION(WS-TRANS-INDEX) TO ADR-ORGANISATION.
      * Der Mutterhaus-Feed kennt weder Strasse noch Bundesstaat;
      * leer geliefert bleiben beide, wie sie im Bestand stehen
      * (von adrumbau abgetrennt oder in adrmaske erfasst).
         IF WS-HIST-QUELLE NOT = "mutterkv"
             OR TAB-STRASSE(WS-TRANS-INDEX) NOT = SPACES
             MOVE TAB-STRASSE(WS-TRANS-INDEX) TO ADR-STRASSE
         END-IF.
         MOVE TAB-ORT(WS-TRANS-INDEX) TO ADR-ORT.
         IF WS-HIST-QUELLE NOT = "mutterkv"
             OR TAB-STAAT(WS-TRANS-INDEX) NOT = SPACES
             MOVE TAB-STAAT(WS-TRANS-INDEX) TO ADR-STAAT
         END-IF.
         MOVE TAB-PLZ(WS-TRANS-INDEX) TO ADR-PLZ.
         IF TAB-ORG-NR(WS-TRANS-INDEX) = "00000"
             MOVE SPACES TO ADR-ORG-NR
         ELSE
             IF TAB-ORG-NR(WS-TRANS-INDEX) NOT = SPACES
                 MOVE TAB-ORG-NR(WS-TRANS-INDEX) TO ADR-ORG-NR
             END-IF
         END-IF.
         PERFORM O200-ERBE-ORGANISATION.
         MOVE "  NACHHER" TO WS-BILD-SEITE.
         PERFORM G100-SCHREIBE-ADRESSBILD.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ADR-ID TO HIST-ID.
         MOVE WS-HIST-QUELLE TO HIST-QUELLE.
         MOVE "A" TO HIST-AKTION.
         MOVE WS-ALTE-ADRESSE TO HIST-VORHER.
         MOVE ADRESSE-SATZ TO HIST-NACHHER.
         CALL "adrhist" USING HIST-BLOCK.
         PERFORM C500-SCHREIBE-NEUMASTER.

      * Wiederherstellung eines geloeschten Satzes unter seiner
      * alten ADR-ID; ein Mitglied einer Organisation erbt deren
      * Felder neu, falls sie sich inzwischen geaendert hat.
       C600-STELLE-MASTER-SATZ-HER.
         MOVE "J" TO TAB-ERLEDIGT-SCHALTER(WS-TRANS-INDEX).
         ADD 1 TO WS-ANGEWANDT-ZAEHLER.
         ADD 1 TO WS-WIEDERHERGESTELLT-ZAEHLER.
         MOVE "W" TO WS-AKT-AKTION.
         MOVE TAB-SCHLUESSEL(WS-TRANS-INDEX) TO WS-AKT-SCHLUESSEL.
         MOVE WS-AKTIONSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE WS-ALTE-ADRESSE TO ADRESSE-SATZ.
         MOVE "  VORHER " TO WS-BILD-SEITE.
         PERFORM G100-SCHREIBE-ADRESSBILD.
         PERFORM G200-SCHREIBE-LOESCHBILD.
         MOVE SPACES TO ADR-LOESCHKZ ADR-LOESCHDATUM.
         PERFORM O200-ERBE-ORGANISATION.
         MOVE "  NACHHER" TO WS-BILD-SEITE.
         PERFORM G100-SCHREIBE-ADRESSBILD.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ADR-ID TO HIST-ID.
         MOVE WS-HIST-QUELLE TO HIST-QUELLE.
         MOVE "W" TO HIST-AKTION.
         MOVE WS-ALTE-ADRESSE TO HIST-VORHER.
         MOVE ADRESSE-SATZ TO HIST-NACHHER.
         CALL "adrhist" USING HIST-BLOCK.
         PERFORM C500-SCHREIBE-NEUMASTER.

       C500-SCHREIBE-NEUMASTER.
         MOVE ADRESSE-SATZ TO NEUMASTER-SATZ.
         WRITE NEUMASTER-SATZ.
             MOVE TAB-SCHLUESSEL(WS-TRANS-INDEX) TO WS-AKT-SCHLUESSEL
             MOVE WS-AKTIONSZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
      * Neuzugaenge bekommen die naechste freie ADR-ID (ueber
      * Master und Hochwassermarke).
             ADD 1 TO WS-HOECHSTE-ID
             MOVE WS-HOECHSTE-ID TO ADR-ID
             MOVE TAB-NAME(WS-TRANS-INDEX) TO ADR-NAME
             MOVE TAB-ABTEILUNG(WS-TRANS-INDEX) TO ADR-ABTEILUNG
             MOVE TAB-ORGANISATION(WS-TRANS-INDEX)
                 TO ADR-ORGANISATION
             MOVE TAB-STRASSE(WS-TRANS-INDEX) TO ADR-STRASSE
             MOVE TAB-ORTSANGABE(WS-TRANS-INDEX)
                 TO ADR-ORTSANGABE
      * Neuzugaenge aus der Transaktionsdatei sind Inland.
             MOVE SPACES TO ADR-LAND
             MOVE SPACES TO ADR-LOESCHKZ ADR-LOESCHDATUM
             IF TAB-ORG-NR(WS-TRANS-INDEX) = "00000"
                 MOVE SPACES TO ADR-ORG-NR
             ELSE
                 MOVE TAB-ORG-NR(WS-TRANS-INDEX) TO ADR-ORG-NR
             END-IF
             PERFORM O200-ERBE-ORGANISATION
             MOVE "  NACHHER" TO WS-BILD-SEITE
             PERFORM G100-SCHREIBE-ADRESSBILD
             MOVE SPACES TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
             MOVE ADR-ID TO HIST-ID
             MOVE WS-HIST-QUELLE TO HIST-QUELLE
             MOVE "N" TO HIST-AKTION
             MOVE SPACES TO HIST-VORHER
             MOVE ADRESSE-SATZ TO HIST-NACHHER
             PERFORM C500-SCHREIBE-NEUMASTER
         END-IF.

      * Eine getilgte ADR-ID wird nie wieder vergeben: die naechste
      * freie ID liegt auch ueber der Hochwassermarke (idmarke.cpy).
       D100-LIES-IDMARKE.
         MOVE "LESEN" TO IDM-FUNKTION.
         MOVE "adrpfleg" TO IDM-PROGRAMM.
         CALL "idmarke" USING IDM-BLOCK.
         IF IDM-STATUS NOT = "00"
             DISPLAY "ADRPFLEG: ADR-ID-Marke ADRIDMAX.DAT nicht "
                 "lesbar, Status " IDM-STATUS
             STOP RUN RETURNING 1
         END-IF.
         IF IDM-ID > WS-HOECHSTE-ID
             MOVE IDM-ID TO WS-HOECHSTE-ID
         END-IF.

       D200-MELDE-IDMARKE.
         MOVE "MELDEN" TO IDM-FUNKTION.
         MOVE WS-HOECHSTE-ID TO IDM-ID.
         CALL "idmarke" USING IDM-BLOCK.
         IF IDM-STATUS NOT = "00"
             DISPLAY "ADRPFLEG: ADR-ID-Marke ADRIDMAX.DAT nicht "
                 "fortgeschrieben, Status " IDM-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E000-BERICHTE-ABGEWIESENE.
         IF TAB-ERLEDIGT-SCHALTER(WS-TRANS-INDEX) = "N"
             ADD 1 TO WS-ABGEWIESEN-ZAEHLER
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       E100-BERICHTE-ORG-ABGEWIESENE.
         IF TAB-ERLEDIGT-SCHALTER(WS-TRANS-INDEX) = "F"
             ADD 1 TO WS-ABGEWIESEN-ZAEHLER
             ADD 1 TO WS-ORG-ABGEWIESEN-ZAEHLER
             IF WS-ORG-ABGEWIESEN-ZAEHLER = 1
                 MOVE "ABGEWIESENE TRANSAKTIONEN (ORGANISATION "
                     & "UNBEKANNT):" TO WS-BERICHTZEILE
                 PERFORM G000-SCHREIBE-BERICHTZEILE
             END-IF
             MOVE TAB-AKTION(WS-TRANS-INDEX) TO WS-ABW-AKTION
             MOVE TAB-SCHLUESSEL(WS-TRANS-INDEX)
                 TO WS-ABW-SCHLUESSEL
             MOVE WS-ABWEISZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

       E500-BERICHTE-VERDACHT.
         IF TAB-VERDACHT-SCHALTER(WS-TRANS-INDEX) = "J"
             MOVE TAB-SCHLUESSEL(WS-TRANS-INDEX)
             STOP RUN RETURNING 1
         END-IF.

      * Schreibt die Felder des in ADRESSE-SATZ stehenden
      * Adressblocks als Vorher- oder Nachher-Bild in den Bericht;
      * WS-BILD-SEITE ist vom Aufrufer vorbesetzt.
       G100-SCHREIBE-ADRESSBILD.
         MOVE ADR-ORGANISATION TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "STRASSE        " TO WS-BILD-FELD.
         MOVE ADR-STRASSE TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ORT            " TO WS-BILD-FELD.
         MOVE ADR-ORT TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "STAAT          " TO WS-BILD-FELD.
         MOVE ADR-STAAT TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "PLZ            " TO WS-BILD-FELD.
         MOVE ADR-PLZ TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ORG-NR         " TO WS-BILD-FELD.
         MOVE ADR-ORG-NR TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Loeschvermerk des in ADRESSE-SATZ stehenden Satzes als
      * Zeile des Vorher- oder Nachher-Bildes (nur bei geloeschten
      * Saetzen).
       G200-SCHREIBE-LOESCHBILD.
         IF NOT ADR-GELOESCHT
             EXIT PARAGRAPH
         END-IF.
         MOVE "LOESCHUNG      " TO WS-BILD-FELD.
         MOVE ADR-LOESCHDATUM(1:4) TO WS-LBZ-JJJJ.
         MOVE ADR-LOESCHDATUM(5:2) TO WS-LBZ-MM.
         MOVE ADR-LOESCHDATUM(7:2) TO WS-LBZ-TT.
         MOVE WS-LOESCHBILDZEILE TO WS-BILD-INHALT.
         MOVE WS-BILDZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

                 TRA-UMS-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.
         IF TRA-UMS-PROGRAMM = "mutterkv"
             MOVE "mutterkv" TO WS-HIST-QUELLE
         END-IF.

       U110-PRUEFE-TRANSENDE.
         SET TRA-ENDESATZ-GESEHEN TO TRUE.
         MOVE WS-GESCHRIEBEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "DAVON NEU GELOESCHT   : " TO WS-SUM-TEXT.
         MOVE WS-GELOESCHT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "WIEDERHERGESTELLT     : " TO WS-SUM-TEXT.
         MOVE WS-WIEDERHERGESTELLT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "TRANSAKT. ANGEWANDT   : " TO WS-SUM-TEXT.
         MOVE WS-ANGEWANDT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         MOVE WS-ABGEWIESEN-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ORGANISATIONSABGLEICH : " TO WS-SUM-TEXT.
         MOVE WS-ORG-ABGLEICH-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "ORGANISATION FEHLT    : " TO WS-SUM-TEXT.
         MOVE WS-ORG-FEHLT-ZAEHLER TO WS-SUM-ANZAHL.
         MOVE WS-SUMMENZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Organisationsmaster laden; fehlt er, gibt es (noch) keine
      * Organisationen, und jeder Verweis wird als fehlend gemeldet.
       O000-LADE-ORGANISATIONEN.
         MOVE "ANFANG" TO ORGA-FUNKTION.
         CALL "orgadr" USING ORGA-BLOCK.
         IF ORGA-STATUS NOT = "00" AND ORGA-STATUS NOT = "35"
             DISPLAY "ADRPFLEG: Organisationsmaster ORGMAST.DAT "
                 "nicht lesbar (Status " ORGA-STATUS ")"
             STOP RUN RETURNING 1
         END-IF.

      * Eine Transaktion mit unbekannter Organisationsnummer wird
      * als fehlerhaft (F) markiert und nicht angewandt.
       O100-PRUEFE-TRANS-ORGANISATION.
         IF TAB-ORG-NR(WS-TRANS-ANZAHL) = SPACES
             OR TAB-ORG-NR(WS-TRANS-ANZAHL) = "00000"
             OR TAB-AKTION(WS-TRANS-ANZAHL) = "L"
             OR TAB-AKTION(WS-TRANS-ANZAHL) = "W"
             EXIT PARAGRAPH
         END-IF.
         MOVE TAB-ORG-NR(WS-TRANS-ANZAHL) TO ORGA-NR.
         MOVE "HOLEN" TO ORGA-FUNKTION.
         CALL "orgadr" USING ORGA-BLOCK.
         IF ORGA-STATUS NOT = "00"
             MOVE "F" TO TAB-ERLEDIGT-SCHALTER(WS-TRANS-ANZAHL)
         END-IF.

      * Setzt in ADRESSE-SATZ die geerbten Felder eines Mitglieds.
       O200-ERBE-ORGANISATION.
         IF ADR-OHNE-ORGANISATION
             EXIT PARAGRAPH
         END-IF.
         MOVE ADRESSE-SATZ TO ORGA-ADRESSE.
         MOVE "ANWENDEN" TO ORGA-FUNKTION.
         CALL "orgadr" USING ORGA-BLOCK.
         IF ORGA-STATUS = "00"
             MOVE ORGA-ADRESSE TO ADRESSE-SATZ
         ELSE
             PERFORM O300-MELDE-ORGANISATION-FEHLT
         END-IF.

       O300-MELDE-ORGANISATION-FEHLT.
         ADD 1 TO WS-ORG-FEHLT-ZAEHLER.
         MOVE ADR-ID TO WS-OFZ-ID.
         MOVE ADR-ORG-NR TO WS-OFZ-ORG-NR.
         MOVE WS-ORG-FEHLT-ZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.

      * Ein Mitglied ohne Transaktion wird mit seiner Organisation
      * abgeglichen; eine Abweichung kommt aus einer Aenderung im
      * Organisationsmaster (orgpfl) und wird nachgezogen.
      * Geloeschte Saetze bleiben, wie sie sind; sie erben erst bei
      * der Wiederherstellung neu.
       O400-GLEICHE-ORGANISATION-AB.
         IF ADR-OHNE-ORGANISATION OR ADR-GELOESCHT
             EXIT PARAGRAPH
         END-IF.
         MOVE ADRESSE-SATZ TO ORGA-ADRESSE.
         MOVE "ANWENDEN" TO ORGA-FUNKTION.
         CALL "orgadr" USING ORGA-BLOCK.
         IF ORGA-STATUS NOT = "00"
             PERFORM O300-MELDE-ORGANISATION-FEHLT
             EXIT PARAGRAPH
         END-IF.
         IF ORGA-UNVERAENDERT
             EXIT PARAGRAPH
         END-IF.
         ADD 1 TO WS-ORG-ABGLEICH-ZAEHLER.
         MOVE "O" TO WS-AKT-AKTION.
         MOVE ADR-NAME TO WS-AKT-SCHLUESSEL.
         MOVE WS-AKTIONSZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE "  VORHER " TO WS-BILD-SEITE.
         PERFORM G100-SCHREIBE-ADRESSBILD.
         MOVE ORGA-ADRESSE TO ADRESSE-SATZ.
         MOVE "  NACHHER" TO WS-BILD-SEITE.
         PERFORM G100-SCHREIBE-ADRESSBILD.
         MOVE SPACES TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         MOVE ADR-ID TO HIST-ID.
         MOVE "orgadr" TO HIST-QUELLE.
         MOVE "A" TO HIST-AKTION.
         MOVE WS-ALTE-ADRESSE TO HIST-VORHER.
         MOVE ADRESSE-SATZ TO HIST-NACHHER.
         CALL "adrhist" USING HIST-BLOCK.

      * Sperrprotokoll: eine aktive Dialogsitzung (MASKE.SPR von
      * adrmaske) laesst den Lauf kurz warten; bleibt sie
         CALL "SYSTEM" USING WS-SPERR-WARTEKOMMANDO.
         PERFORM S910-PRUEFE-SPERRE.

      * Herkunftsprotokoll: alter Master, Transaktionen und
      * Organisationsmaster zum neuen Master.
       Z900-MELDE-HERKUNFT.
         MOVE "adrpfleg" TO HKF-PROGRAMM.
         MOVE "EINGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-MASTER.DAT" TO HKF-DATEI.
         MOVE MAS-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF NOT NUR-ORG-ABGLEICH
             MOVE "EINGABE" TO HKF-FUNKTION
             MOVE "ADRTRANS.DAT" TO HKF-DATEI
             MOVE TRA-UMS-UMSCHLAG TO HKF-UMSCHLAG
             CALL "herkunft" USING HKF-BLOCK
         END-IF.
         MOVE "DATEI" TO HKF-FUNKTION.
         MOVE "L" TO HKF-DATEIART.
         MOVE "ORGMAST.DAT" TO HKF-DATEI.
         CALL "herkunft" USING HKF-BLOCK.
         MOVE "AUSGABE" TO HKF-FUNKTION.
         MOVE "ADDRESS-NEU.DAT" TO HKF-DATEI.
         MOVE NEU-UMS-UMSCHLAG TO HKF-UMSCHLAG.
         CALL "herkunft" USING HKF-BLOCK.
         IF HKF-STATUS NOT = "00"
             DISPLAY "ADRPFLEG: Herkunftsprotokoll nicht geschrieben, "
                 "Status " HKF-STATUS
         END-IF.

       END PROGRAM adrpfleg.

      * vim:ai sw=4 sts=4 expandtab
