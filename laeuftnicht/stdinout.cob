      *     Meldung steht damit nummeriert im zentralen
      *     Fehlerprotokoll FEHLERLOG.DAT, und die Schwere aus dem
      *     Katalog entscheidet ueber Abbruch oder Weiterlauf.
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Ersetzungsmaskierung als dritte Feldart im Profil:
      *     S statt M/K, mit der Woerterbuchart als fuenfter
      *     Spalte (FELD;START;LAENGE;S;ART, ART = NAME, VORNAME,
      *     NACHNAME, ABTEILUNG, ORT oder PLZ). Ein S-Feld wird
      *     nicht verschoben, sondern ueber das Unterprogramm
      *     ersatz (siehe ersatz.cpy) durch einen plausiblen Wert
      *     aus ERSATZ.TAB bzw. PLZVERZ.TAB ersetzt - unter
      *     demselben Schluessel immer durch denselben, damit
      *     adrdubl und adrhaush auf den Testdaten wie auf echten
      *     Namen laufen. Ort und PLZ werden als Paar ueber die
      *     Original-PLZ (erstes PLZ-Feld des Profils) gewaehlt.
      *     Jede Ersetzung wird in die Zuordnungsdatei
      *     STDINOUT.MAP (Laufparameter MAP=) geschrieben:
      *         KENNUNG;ART;ORIGINAL;ERSATZ
      *     maskrcn stimmt sie dagegen ab. Eine Ersetzung laesst
      *     sich nicht zurueckrechnen: im DECODE-Modus bleiben
      *     S-Felder unveraendert.
      *   - Herkunftsprotokoll: Eingabe, Schluessel, Profil und
      *     Ausgabe werden vor dem Statistiksatz nach HERKUNFT.LOG
      *     gemeldet (CALL "herkunft", siehe herkunft.cpy).

       identification division.
       program-id. rot13-sample.
      *> Dateinamen; sie werden vor dem ersten OPEN per
      *> SET ENVIRONMENT auf die echten Namen abgebildet
      *> (Standard: /dev/stdin, STDINOUT.CKP, STDINOUT.AUD,
      *> STDINOUT.OUT, STDINOUT.MAP, sonst die Laufparameter
      *> IN=/CKP=/AUD=/OUT=/MAP=).
           select standard-input assign to "MASKEINGABE"
               organization line sequential
               status in-status.
           select profil-datei assign to "MASKPRF"
               organization line sequential
               status prf-status.
           select zuordnungs-datei assign to "MASKMAP"
               organization line sequential
               status map-status.

       data division.
       file section.
           01 abl-record       pic x(LRECL-MAGIC-NUMBER).
       fd profil-datei.
           01 profil-satz      pic x(80).
       fd zuordnungs-datei.
           01 map-record       pic x(120).

       working-storage section.
       01  in-status.
      *> value spaces ist hier Pflicht: UNSTRING laesst Zielfelder
      *> unveraendert, wenn die Kommandozeile weniger Woerter hat.
       01  ws-woerter.
           05 ws-wort           pic x(50) occurs 8 times.
       01  ws-wort-index        pic 9(02) comp.
       01  ws-eingabe-name      pic x(40)   value "/dev/stdin".
       01  ws-profil-name       pic x(40)   value spaces.
              10 prf-start      pic 9(05) comp.
              10 prf-laenge     pic 9(05) comp.
              10 prf-maskieren  pic x(01).
              10 prf-art        pic x(10).
       01  ws-profil-anzahl     pic 9(02) comp value zero.
       01  ws-profil-index      pic 9(02) comp value zero.
      *> Anzahl der S-Felder und erstes PLZ-Feld des Profils (der
      *> Schluessel fuer das Ort/PLZ-Paar).
       01  ws-ersatz-anzahl     pic 9(02) comp value zero.
       01  ws-plz-index         pic 9(02) comp value zero.
      *> value spaces ist hier Pflicht: UNSTRING laesst Zielfelder
      *> unveraendert, wenn die Profilzeile weniger Felder hat.
       01  ws-prf-feldname      pic x(20)   value spaces.
       01  ws-prf-start-text    pic x(05)   value spaces.
       01  ws-prf-laenge-text   pic x(05)   value spaces.
       01  ws-prf-kennzeichen   pic x(01)   value spaces.
       01  ws-prf-art           pic x(10)   value spaces.
       01  ws-feldpuffer        pic x(256).
       01  ws-map-name          pic x(40)   value "STDINOUT.MAP".
       01  map-status           pic xx.
       01  ws-map-zeile         pic x(120).
       01  ws-ausgabe-name      pic x(40)   value "STDINOUT.OUT".
       01  ws-ckp-name          pic x(40)   value "STDINOUT.CKP".
       01  ws-aud-name          pic x(40)   value "STDINOUT.AUD".
       01  ws-umskopf-schalter  pic x(01)   value "N".
       01  ws-umsende-schalter  pic x(01)   value "N".
       COPY "schluessel.cpy".
       COPY "ersatz.cpy".
       COPY "laufstat.cpy".
       COPY "herkunft.cpy".
       COPY "meldung.cpy".
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==ein-ums==.
       COPY "umschlag.cpy" REPLACING LEADING ==PREFIX== BY ==aus-ums==.
       unstring ws-kommandozeile delimited by all space
           into ws-wort(1) ws-wort(2) ws-wort(3)
                ws-wort(4) ws-wort(5) ws-wort(6)
                ws-wort(7) ws-wort(8)
       end-unstring
       perform s100-werte-parameter-aus
           varying ws-wort-index from 1 by 1
           until ws-wort-index > 8
       set environment "MASKEINGABE" to trim(ws-eingabe-name)
       set environment "MASKOUT" to trim(ws-ausgabe-name)
       set environment "MASKCKP" to trim(ws-ckp-name)
       set environment "MASKAUD" to trim(ws-aud-name)
       set environment "MASKMAP" to trim(ws-map-name)
       perform s000-hole-schluessel
       if ws-profil-name not = spaces
           perform p000-lade-profil
           call "meldung" using meld-block
       end-if

       if ws-ersatz-anzahl > zero
           if ws-ueberspringen > zero
               open extend zuordnungs-datei
               if map-status = "35"
                   open output zuordnungs-datei
               end-if
           else
               open output zuordnungs-datei
           end-if
           if map-status not equal to zero then
               move "ROT-008" to meld-nummer
               move map-status to meld-zusatz
               call "meldung" using meld-block
           end-if
       end-if

       move spaces to ein-ums-kennung
       move "ANFANG" to ein-ums-funktion
       call "umschlag" using ein-ums-umschlag

       close standard-input standard-output revisions-datei
           ablage-datei
       if ws-ersatz-anzahl > zero
           close zuordnungs-datei
       end-if

       move zero to ws-checkpoint-satz
       perform r000-schreibe-checkpoint
           ", Saetze gelesen: " ws-lese-zaehler
           ", geschrieben: " ws-schreib-zaehler end-display

       perform h000-melde-herkunft

       move "rot13smp" to stat-programm
       move ws-lese-zaehler to stat-saetze-ein
       move ws-schreib-zaehler to stat-saetze-aus
               when ws-wort(ws-wort-index)(1:7) = "PROFIL="
                   move ws-wort(ws-wort-index)(8:40)
                       to ws-profil-name
               when ws-wort(ws-wort-index)(1:4) = "MAP="
                   move ws-wort(ws-wort-index)(5:40)
                       to ws-map-name
               when other
                   display "rot13-sample: unbekannter Parameter "
                       trim(ws-wort(ws-wort-index)) end-display
                   stop run returning 1
           end-evaluate.

      *> Laedt das Satzbildprofil: je Zeile FELD;START;LAENGE;M|K
      *> bzw. FELD;START;LAENGE;S;ART (Ersetzung, ART siehe
      *> ersatz.cpy), Zeilen mit * in Spalte 1 sind Kommentar.
      *> Ein fehlerhaftes Profil bricht den Lauf ab - halb
      *> maskierte Testdaten sind schlimmer als gar keine.
       p000-lade-profil.
           set environment "MASKPRF" to trim(ws-profil-name)
           open input profil-datei
               end-if
               move spaces to ws-prf-feldname ws-prf-start-text
                   ws-prf-laenge-text ws-prf-kennzeichen
                   ws-prf-art
               unstring profil-satz delimited by ";"
                   into ws-prf-feldname ws-prf-start-text
                        ws-prf-laenge-text ws-prf-kennzeichen
                        ws-prf-art
               end-unstring
               if trim(ws-prf-start-text) is numeric
                   and trim(ws-prf-laenge-text) is numeric
                   and (ws-prf-kennzeichen = "M"
                        or ws-prf-kennzeichen = "K"
                        or (ws-prf-kennzeichen = "S"
                            and (ws-prf-art = "NAME"
                                 or ws-prf-art = "VORNAME"
                                 or ws-prf-art = "NACHNAME"
                                 or ws-prf-art = "ABTEILUNG"
                                 or ws-prf-art = "ORT"
                                 or ws-prf-art = "PLZ")))
                   add 1 to ws-profil-anzahl
                   move ws-prf-art to prf-art(ws-profil-anzahl)
                   if ws-prf-kennzeichen = "S"
                       add 1 to ws-ersatz-anzahl
                       if ws-prf-art = "PLZ" and ws-plz-index = zero
                           move ws-profil-anzahl to ws-plz-index
                       end-if
                   end-if
                   move ws-prf-feldname
                       to prf-feld(ws-profil-anzahl)
                   move numval(ws-prf-start-text)
      *> kopierten stdout-record; K-Felder bleiben unveraendert
      *> stehen. Der Feldinhalt geht ueber einen Zwischenpuffer
      *> durch die Funktion (Profilfelder sind hoechstens 256
      *> Byte lang). S-Felder ersetzt p600 (nur beim ENCODE).
       p500-maskiere-feld.
           if prf-maskieren(ws-profil-index) = "S"
               and ws-modus = "ENCODE"
               perform p600-ersetze-feld
           end-if
           if prf-maskieren(ws-profil-index) = "M"
               and prf-start(ws-profil-index) > zero
               and prf-laenge(ws-profil-index) > zero
                   prf-laenge(ws-profil-index))
           end-if.

      *> Ersetzt ein S-Feld ueber das Unterprogramm ersatz und
      *> schreibt die Zuordnung fort. ORT und PLZ werden ueber die
      *> Original-PLZ gewaehlt, wenn das Profil ein PLZ-Feld hat,
      *> damit beide zum selben Paar aus PLZVERZ.TAB gehoeren.
       p600-ersetze-feld.
           if prf-start(ws-profil-index) = zero
               or prf-laenge(ws-profil-index) = zero
               or prf-laenge(ws-profil-index) > 256
               or prf-start(ws-profil-index)
                   + prf-laenge(ws-profil-index) - 1
                   > LRECL-MAGIC-NUMBER
               exit paragraph
           end-if
           move prf-art(ws-profil-index) to ers-art
           move schl-kennung to ers-schluessel
           if (ers-art = "ORT" or ers-art = "PLZ")
               and ws-plz-index > zero
               move stdin-record(prf-start(ws-plz-index):
                   prf-laenge(ws-plz-index)) to ers-wert
           else
               move stdin-record(prf-start(ws-profil-index):
                   prf-laenge(ws-profil-index)) to ers-wert
           end-if
           call "ersatz" using ers-block
           if ers-status not = "00"
               move "ROT-009" to meld-nummer
               move spaces to meld-zusatz
               string ers-status " " ers-art delimited by size
                   into meld-zusatz
               end-string
               call "meldung" using meld-block
           end-if
           move ers-ersatz to ws-feldpuffer
           move ws-feldpuffer(1:prf-laenge(ws-profil-index))
               to stdout-record(prf-start(ws-profil-index):
               prf-laenge(ws-profil-index))
           if ers-wert = spaces
               exit paragraph
           end-if
           move spaces to ws-map-zeile
           string trim(schl-kennung) delimited by size
               ";" delimited by size
               trim(ers-art) delimited by size
               ";" delimited by size
               trim(ers-wert) delimited by size
               ";" delimited by size
               trim(ers-ersatz) delimited by size
               into ws-map-zeile
           end-string
           move ws-map-zeile to map-record
           write map-record end-write
           if map-status not equal to zero
               move "ROT-010" to meld-nummer
               move map-status to meld-zusatz
               call "meldung" using meld-block
           end-if.

       u100-pruefe-eingabekopf.
           move "J" to ws-umskopf-schalter
           move stdin-record(1:80) to ein-ums-satzbild
               move ws-shift-zahl to ws-ziffer-text
           end-if.

      *> Meldet die maskierte Ausgabe mit ihrer Eingabe, dem
      *> benutzten Schluessel und dem Profil an das
      *> Herkunftsprotokoll; ein Fehler dort haelt den Lauf nicht
      *> an.
       h000-melde-herkunft.
           move "rot13smp" to hkf-programm
           move "EINGABE" to hkf-funktion
           move ws-eingabe-name to hkf-datei
           move ein-ums-umschlag to hkf-umschlag
           call "herkunft" using hkf-block
           move "SCHLUESSEL" to hkf-funktion
           move spaces to hkf-datei
           move schl-kennung to hkf-ums-kennung
           call "herkunft" using hkf-block
           if ws-profil-name not = spaces
               move "DATEI" to hkf-funktion
               move ws-profil-name to hkf-datei
               move "L" to hkf-dateiart
               call "herkunft" using hkf-block
           end-if
           move "AUSGABE" to hkf-funktion
           move ws-ausgabe-name to hkf-datei
           move aus-ums-umschlag to hkf-umschlag
           call "herkunft" using hkf-block
           if hkf-status not = "00"
               display "rot13-sample: Herkunftsprotokoll nicht "
                   "geschrieben, Status " hkf-status end-display
           end-if.

       end program rot13-sample.

       identification division.
