      *     freigabe prueft dagegen, bevor maskierte Daten in die
      *     Testumgebung kopiert werden - ein blosses cp ohne
      *     PASS ist damit kein sanktionierter Weg mehr.
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Ersetzungsmaskierung (S-Felder im Profil, siehe
      *     ersatz.cpy und laeuftnicht/stdinout.cob): eine
      *     Ersetzung laesst sich nicht zurueckrechnen. Beim
      *     Satzvergleich wird darum fuer jedes S-Feld der Ersatz
      *     aus dem Eingabesatz mit dem Unterprogramm ersatz neu
      *     bestimmt und mit STDINOUT.OUT verglichen (Pruefung
      *     ERSATZ), beim Nachrechnen der Revision unter der im
      *     Revisionssatz protokollierten Schluesselkennung. Neu
      *     ist die Pruefung der Zuordnungsdatei STDINOUT.MAP:
      *     jede Zeile KENNUNG;ART;ORIGINAL;ERSATZ muss sich aus
      *     den Woerterbuechern genau so ergeben (Pruefung
      *     ZUORDNUNG) - damit ist belegt, dass derselbe Wert
      *     unter demselben Schluessel immer denselben Ersatz
      *     bekam.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. maskrcn.
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS PRF-STATUS.

           SELECT ZUORDNUNGS-DATEI
           ASSIGN TO "STDINOUT.MAP"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS ZUORDNUNGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EINGABE-DATEI
          LABEL RECORDS ARE OMITTED.
           01 PROFIL-SATZ              PIC X(80).

       FD ZUORDNUNGS-DATEI
          LABEL RECORDS ARE OMITTED.
           01 ZUORDNUNGS-SATZ          PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-EINGABE-NAME             PIC X(40)   VALUE "EINGABE.DAT".
       01 WS-KOMMANDOZEILE            PIC X(80).
             10 PRF-START             PIC 9(05)   COMP.
             10 PRF-LAENGE            PIC 9(05)   COMP.
             10 PRF-MASKIEREN         PIC X(01).
             10 PRF-ART               PIC X(10).
       01 WS-PROFIL-ANZAHL            PIC 9(02)   COMP VALUE ZERO.
       01 WS-PROFIL-INDEX             PIC 9(02)   COMP VALUE ZERO.
      * Anzahl der S-Felder und erstes PLZ-Feld des Profils (der
      * Schluessel fuer das Ort/PLZ-Paar, wie beim Maskieren).
       01 WS-ERSATZ-ANZAHL            PIC 9(02)   COMP VALUE ZERO.
       01 WS-PLZ-INDEX                PIC 9(02)   COMP VALUE ZERO.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Profilzeile weniger Felder hat.
       01 WS-PRF-FELDNAME             PIC X(20)   VALUE SPACES.
       01 WS-PRF-START-TEXT           PIC X(05)   VALUE SPACES.
       01 WS-PRF-LAENGE-TEXT          PIC X(05)   VALUE SPACES.
       01 WS-PRF-KENNZEICHEN          PIC X(01)   VALUE SPACES.
       01 WS-PRF-ART                  PIC X(10)   VALUE SPACES.
       01 WS-FELDPUFFER               PIC X(256).
       01 WS-SPANN-QUELLE             PIC X(4000).
       01 WS-SPANN-ZIEL               PIC X(4000).
       01 WS-SPANN-SHIFT              PIC X(02).
       01 WS-SPANN-ZIFFER             PIC X(02).
      * J = Y000 ersetzt auch die S-Felder (Richtung ENCODE) unter
      * der Kennung WS-SPANN-KENNUNG.
       01 WS-SPANN-ERSETZEN           PIC X(01)   VALUE "N".
       01 WS-SPANN-KENNUNG            PIC X(08).

      * Pruefung der Zuordnungsdatei STDINOUT.MAP.
       01 ZUORDNUNGS-STATUS           PIC XX.
       01 WS-ZUORDNUNGS-ENDE-SCHALTER PIC X(01)   VALUE "N".
          88 ENDE-DER-ZUORDNUNG                   VALUE "J".
       01 WS-ZUORDNUNGS-ZAEHLER       PIC 9(07)   COMP VALUE ZERO.
      * VALUE SPACES ist hier Pflicht: UNSTRING laesst Zielfelder
      * unveraendert, wenn die Zeile weniger Felder hat.
       01 WS-MAP-KENNUNG              PIC X(08)   VALUE SPACES.
       01 WS-MAP-ART                  PIC X(10)   VALUE SPACES.
       01 WS-MAP-ORIGINAL             PIC X(40)   VALUE SPACES.
       01 WS-MAP-ERSATZ               PIC X(40)   VALUE SPACES.

       01 WS-EINGABE-ENDE-SCHALTER    PIC X(01)   VALUE "N".
          88 ENDE-DER-EINGABE                     VALUE "J".
       01 WS-INV-ZIFFER-TEXT          PIC X(02)   VALUE "05".
       01 WS-SHIFT-ZAHL               PIC 9(02).
       COPY "schluessel.cpy".
       COPY "ersatz.cpy".
       01 WS-AUD-VORHER               PIC X(4000).
       01 WS-AUD-NACHHER              PIC X(4000).
       01 WS-AUD-NACHGERECHNET        PIC X(4000).

         PERFORM B000-VERGLEICHE-EIN-AUS.
         PERFORM C000-RECHNE-REVISION-NACH.
         IF WS-ERSATZ-ANZAHL > ZERO
             PERFORM E000-PRUEFE-ZUORDNUNG
         END-IF.
         PERFORM D000-VERGLEICHE-ZAEHLER.
         PERFORM H000-SCHREIBE-URTEIL.

      * WORKING-STORAGE verstuemmelt uebergeben (siehe
      * laeuftnicht/stdinout.cob); Leerzeichen rotieren auf sich
      * selbst, das Ergebnis ist identisch. Bei aktivem Profil
      * werden nur die M-Felder rueckgerechnet; die S-Felder
      * prueft B400 gegen den neu bestimmten Ersatz.
             IF WS-PROFIL-ANZAHL > ZERO
                 MOVE ABLAGE-SATZ(1:4000) TO WS-SPANN-QUELLE
                 MOVE WS-INV-SHIFT-TEXT TO WS-SPANN-SHIFT
                 MOVE WS-INV-ZIFFER-TEXT TO WS-SPANN-ZIFFER
                 MOVE "N" TO WS-SPANN-ERSETZEN
                 PERFORM Y000-WANDLE-NACH-PROFIL
                 MOVE WS-SPANN-ZIEL TO WS-DEKODIERT
                 IF WS-ERSATZ-ANZAHL > ZERO
                     PERFORM B400-PRUEFE-ERSETZUNG
                         VARYING WS-PROFIL-INDEX FROM 1 BY 1
                         UNTIL WS-PROFIL-INDEX > WS-PROFIL-ANZAHL
                 END-IF
             ELSE
                 MOVE FUNCTION ROT13(ABLAGE-SATZ,
                     WS-INV-SHIFT-TEXT, WS-INV-ZIFFER-TEXT)
             PERFORM B200-LIES-ABLAGE
         END-IF.

      * Ein S-Feld von STDINOUT.OUT muss der Ersatz des
      * Eingabefeldes unter dem aktuellen Schluessel sein; danach
      * wird das Eingabefeld in WS-DEKODIERT uebernommen, damit
      * der Satzvergleich nur noch die uebrigen Felder prueft.
       B400-PRUEFE-ERSETZUNG.
         IF PRF-MASKIEREN(WS-PROFIL-INDEX) NOT = "S"
             OR PRF-START(WS-PROFIL-INDEX) = ZERO
             OR PRF-LAENGE(WS-PROFIL-INDEX) = ZERO
             OR PRF-LAENGE(WS-PROFIL-INDEX) > 256
             OR PRF-START(WS-PROFIL-INDEX)
                 + PRF-LAENGE(WS-PROFIL-INDEX) - 1 > 4000
             EXIT PARAGRAPH
         END-IF.
         MOVE EINGABE-SATZ(1:4000) TO WS-SPANN-QUELLE.
         MOVE SCHL-KENNUNG TO WS-SPANN-KENNUNG.
         PERFORM Y200-BESTIMME-ERSATZ.
         MOVE ERS-ERSATZ TO WS-FELDPUFFER.
         IF ERS-STATUS NOT = "00"
             OR ABLAGE-SATZ(PRF-START(WS-PROFIL-INDEX):
                 PRF-LAENGE(WS-PROFIL-INDEX))
                 NOT = WS-FELDPUFFER(1:PRF-LAENGE(WS-PROFIL-INDEX))
             MOVE "ERSATZ      " TO WS-FEH-PRUEFUNG
             MOVE WS-EINGABE-ZAEHLER TO WS-FEH-SATZNR
             PERFORM F000-MELDE-ABWEICHUNG
         END-IF.
         MOVE EINGABE-SATZ(PRF-START(WS-PROFIL-INDEX):
             PRF-LAENGE(WS-PROFIL-INDEX))
             TO WS-DEKODIERT(PRF-START(WS-PROFIL-INDEX):
             PRF-LAENGE(WS-PROFIL-INDEX)).

      * Zaehlt die Revisionssaetze und rechnet fuer jeden n-ten
      * Satz die Transformation auf dem Vorher-Wert nach.
       C000-RECHNE-REVISION-NACH.
      * Revisionssatzformat (siehe rot13-sample):
      *     satznummer MODUS KENNUNG : vorher -> nachher
      * Nachgerechnet wird in der im Satz protokollierten Richtung:
      * ENCODE mit den Schluessel-Verschiebungen und den
      * Ersetzungen unter der Kennung des Revisionssatzes, DECODE
      * mit den inversen Verschiebungen (S-Felder unveraendert).
       C300-RECHNE-SATZ-NACH.
         ADD 1 TO WS-NACHGERECHNET-ZAEHLER.
         MOVE SPACES TO WS-AUD-VORHER WS-AUD-NACHHER
         IF WS-AUD-MODUS = "DECODE"
             MOVE WS-INV-SHIFT-TEXT TO WS-SPANN-SHIFT
             MOVE WS-INV-ZIFFER-TEXT TO WS-SPANN-ZIFFER
             MOVE "N" TO WS-SPANN-ERSETZEN
         ELSE
             MOVE WS-SHIFT-TEXT TO WS-SPANN-SHIFT
             MOVE WS-ZIFFER-TEXT TO WS-SPANN-ZIFFER
             MOVE "J" TO WS-SPANN-ERSETZEN
             MOVE WS-AUD-KENNUNG TO WS-SPANN-KENNUNG
         END-IF.
         IF WS-PROFIL-ANZAHL > ZERO
             MOVE WS-AUD-VORHER TO WS-SPANN-QUELLE
             PERFORM F000-MELDE-ABWEICHUNG
         END-IF.

      * Jede Zeile der Zuordnungsdatei KENNUNG;ART;ORIGINAL;ERSATZ
      * wird mit dem Unterprogramm ersatz nachgerechnet.
       E000-PRUEFE-ZUORDNUNG.
         OPEN INPUT ZUORDNUNGS-DATEI.
         IF NOT ZUORDNUNGS-STATUS = "00"
             DISPLAY "MASKRCN: Zuordnungsdatei STDINOUT.MAP fehlt, "
                 "Status " ZUORDNUNGS-STATUS
             MOVE "ZUORDNUNG   " TO WS-FEH-PRUEFUNG
             MOVE ZERO TO WS-FEH-SATZNR
             PERFORM F000-MELDE-ABWEICHUNG
             EXIT PARAGRAPH
         END-IF.
         PERFORM E100-LIES-ZUORDNUNG.
         PERFORM E200-PRUEFE-ZUORDNUNGSZEILE
             UNTIL ENDE-DER-ZUORDNUNG.
         CLOSE ZUORDNUNGS-DATEI.

       E100-LIES-ZUORDNUNG.
         READ ZUORDNUNGS-DATEI
             AT END SET ENDE-DER-ZUORDNUNG TO TRUE.
         IF ZUORDNUNGS-STATUS NOT = "00"
             AND ZUORDNUNGS-STATUS NOT = "10"
             DISPLAY "Sorry, error reading STDINOUT.MAP, status "
                 ZUORDNUNGS-STATUS
             STOP RUN RETURNING 1
         END-IF.

       E200-PRUEFE-ZUORDNUNGSZEILE.
         ADD 1 TO WS-ZUORDNUNGS-ZAEHLER.
         MOVE SPACES TO WS-MAP-KENNUNG WS-MAP-ART WS-MAP-ORIGINAL
             WS-MAP-ERSATZ.
         UNSTRING ZUORDNUNGS-SATZ DELIMITED BY ";"
             INTO WS-MAP-KENNUNG WS-MAP-ART WS-MAP-ORIGINAL
                  WS-MAP-ERSATZ
         END-UNSTRING.
         MOVE WS-MAP-ART TO ERS-ART.
         MOVE WS-MAP-KENNUNG TO ERS-SCHLUESSEL.
         MOVE WS-MAP-ORIGINAL TO ERS-WERT.
         CALL "ersatz" USING ERS-BLOCK.
         IF ERS-STATUS NOT = "00"
             OR ERS-ERSATZ NOT = WS-MAP-ERSATZ
             MOVE "ZUORDNUNG   " TO WS-FEH-PRUEFUNG
             MOVE WS-ZUORDNUNGS-ZAEHLER TO WS-FEH-SATZNR
             PERFORM F000-MELDE-ABWEICHUNG
         END-IF.
         PERFORM E100-LIES-ZUORDNUNG.

       D000-VERGLEICHE-ZAEHLER.
         IF WS-EINGABE-ZAEHLER NOT = WS-ABLAGE-ZAEHLER
             OR WS-EINGABE-ZAEHLER NOT = WS-REVISIONS-ZAEHLER
         MOVE WS-NACHGERECHNET-ZAEHLER TO WS-ZAE-ANZAHL.
         MOVE WS-ZAEHLERZEILE TO WS-BERICHTZEILE.
         PERFORM G000-SCHREIBE-BERICHTZEILE.
         IF WS-ERSATZ-ANZAHL > ZERO
             MOVE "ZUORDNUNGEN (MAP)     : " TO WS-ZAE-TEXT
             MOVE WS-ZUORDNUNGS-ZAEHLER TO WS-ZAE-ANZAHL
             MOVE WS-ZAEHLERZEILE TO WS-BERICHTZEILE
             PERFORM G000-SCHREIBE-BERICHTZEILE
         END-IF.

      * Holt die Verschiebungen aus der zentralen Schluesseldatei
      * (ohne gueltigen Schluessel: Standard 13/5) und berechnet
         MOVE WS-SHIFT-ZAHL TO WS-INV-ZIFFER-TEXT.

      * Laedt das Satzbildprofil (dasselbe Format wie beim
      * Maskierungslauf: FELD;START;LAENGE;M|K bzw.
      * FELD;START;LAENGE;S;ART, * = Kommentar).
      * Ein fehlerhaftes oder fehlendes Profil bricht den Lauf ab.
       P000-LADE-PROFIL.
         SET ENVIRONMENT "MASKPRF"
                 STOP RUN RETURNING 1
             END-IF
             MOVE SPACES TO WS-PRF-FELDNAME WS-PRF-START-TEXT
                 WS-PRF-LAENGE-TEXT WS-PRF-KENNZEICHEN WS-PRF-ART
             UNSTRING PROFIL-SATZ DELIMITED BY ";"
                 INTO WS-PRF-FELDNAME WS-PRF-START-TEXT
                      WS-PRF-LAENGE-TEXT WS-PRF-KENNZEICHEN
                      WS-PRF-ART
             END-UNSTRING
             IF FUNCTION TRIM(WS-PRF-START-TEXT) IS NUMERIC
                 AND FUNCTION TRIM(WS-PRF-LAENGE-TEXT) IS NUMERIC
                 AND (WS-PRF-KENNZEICHEN = "M"
                      OR WS-PRF-KENNZEICHEN = "K"
                      OR (WS-PRF-KENNZEICHEN = "S"
                          AND (WS-PRF-ART = "NAME"
                               OR WS-PRF-ART = "VORNAME"
                               OR WS-PRF-ART = "NACHNAME"
                               OR WS-PRF-ART = "ABTEILUNG"
                               OR WS-PRF-ART = "ORT"
                               OR WS-PRF-ART = "PLZ")))
                 ADD 1 TO WS-PROFIL-ANZAHL
                 MOVE WS-PRF-ART TO PRF-ART(WS-PROFIL-ANZAHL)
                 IF WS-PRF-KENNZEICHEN = "S"
                     ADD 1 TO WS-ERSATZ-ANZAHL
                     IF WS-PRF-ART = "PLZ" AND WS-PLZ-INDEX = ZERO
                         MOVE WS-PROFIL-ANZAHL TO WS-PLZ-INDEX
                     END-IF
                 END-IF
                 MOVE WS-PRF-FELDNAME
                     TO PRF-FELD(WS-PROFIL-ANZAHL)
                 MOVE FUNCTION NUMVAL(WS-PRF-START-TEXT)

      * Wendet die in WS-SPANN-SHIFT/WS-SPANN-ZIFFER stehenden
      * Verschiebungen auf die M-Felder des Profils in
      * WS-SPANN-QUELLE an; K-Felder bleiben stehen, S-Felder
      * werden nur bei WS-SPANN-ERSETZEN = J ersetzt. Ergebnis in
      * WS-SPANN-ZIEL.
       Y000-WANDLE-NACH-PROFIL.
         MOVE WS-SPANN-QUELLE TO WS-SPANN-ZIEL.
             UNTIL WS-PROFIL-INDEX > WS-PROFIL-ANZAHL.

       Y100-WANDLE-FELD.
         IF PRF-MASKIEREN(WS-PROFIL-INDEX) = "S"
             AND WS-SPANN-ERSETZEN = "J"
             AND PRF-START(WS-PROFIL-INDEX) > ZERO
             AND PRF-LAENGE(WS-PROFIL-INDEX) > ZERO
             AND PRF-LAENGE(WS-PROFIL-INDEX) <= 256
             AND PRF-START(WS-PROFIL-INDEX)
                 + PRF-LAENGE(WS-PROFIL-INDEX) - 1 <= 4000
             PERFORM Y200-BESTIMME-ERSATZ
             MOVE ERS-ERSATZ TO WS-FELDPUFFER
             MOVE WS-FELDPUFFER(1:PRF-LAENGE(WS-PROFIL-INDEX))
                 TO WS-SPANN-ZIEL(PRF-START(WS-PROFIL-INDEX):
                 PRF-LAENGE(WS-PROFIL-INDEX))
         END-IF.
         IF PRF-MASKIEREN(WS-PROFIL-INDEX) = "M"
             AND PRF-START(WS-PROFIL-INDEX) > ZERO
             AND PRF-LAENGE(WS-PROFIL-INDEX) > ZERO
                 PRF-LAENGE(WS-PROFIL-INDEX))
         END-IF.

      * Ersatz fuer das S-Feld WS-PROFIL-INDEX aus WS-SPANN-QUELLE
      * unter WS-SPANN-KENNUNG; ORT und PLZ wie beim Maskieren
      * ueber das erste PLZ-Feld des Profils.
       Y200-BESTIMME-ERSATZ.
         MOVE PRF-ART(WS-PROFIL-INDEX) TO ERS-ART.
         MOVE WS-SPANN-KENNUNG TO ERS-SCHLUESSEL.
         IF (ERS-ART = "ORT" OR ERS-ART = "PLZ")
             AND WS-PLZ-INDEX > ZERO
             MOVE WS-SPANN-QUELLE(PRF-START(WS-PLZ-INDEX):
                 PRF-LAENGE(WS-PLZ-INDEX)) TO ERS-WERT
         ELSE
             MOVE WS-SPANN-QUELLE(PRF-START(WS-PROFIL-INDEX):
                 PRF-LAENGE(WS-PROFIL-INDEX)) TO ERS-WERT
         END-IF.
         CALL "ersatz" USING ERS-BLOCK.

       F000-MELDE-ABWEICHUNG.
         ADD 1 TO WS-FEHLER-ZAEHLER.
         IF WS-DETAIL-ZAEHLER < WS-DETAIL-MAXIMUM
