      *     NUMMER;STUFE;JJJJMMTTHHMMSS;ANZAHL;ZUSATZ
      * nach KAMPAGNE.DAT fort:
      *     KRITERIUM   je Kriterienzeile aus ADRWAHL.KRT (adrwahl)
      *     AUSWAHL     ausgewaehlte Saetze (adrwahl, adrbest)
      *     GEDRUCKT    gedruckte Adressbloecke bzw. Briefe
      *                 (beisp13, serienbf)
      *     GESENDET    an das Druckbuero gesendete Etiketten
      *                 (buero SENDEN)
      *     BESTAETIGT  vom Buero bestaetigte Etiketten
      *                 (buero ABGLEICH)
      *     AMTLICH     Kampagne ist Pflichtsendung, Werbesperre
      *                 aufgehoben (adrwahl AMTLICH)
      *     SPERRE      wegen Werbesperre unterdrueckte Stuecke
      *                 je Versandweg (werbsp, siehe werbsp.cpy)
      *     ANTWORT     erfasste Rueckantworten (adrantw, Zusatz
      *                 ist der Name der Erfassungsdatei)
      *     BESTELLT    bestellende Kostenstelle und Ansprechpartner
      *                 (adrwahl KOSTENSTELLE=, BESTELLER=; Zusatz
      *                 KOSTENSTELLE,ANSPRECHPARTNER)
      * Der Kampagnenbericht (kampber) zeigt daraus je Kampagne
      * den Trichter von der Auswahl bis zur Bestaetigung.
      * Kampagnennummern beginnen bei 2: die Generation 1 ist der
      * Folgestufen nicht in das Journal geschrieben.
      * KAMP-STATUS: 00 = geschrieben, sonst der Dateistatus des
      * Journals.
      *
      * modifiziert Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *   - Die Adressbestaetigung (adrbest AUSWAHL) schreibt die
      *     Stufe AUSWAHL mit dem Zusatz ADRESSBESTAETIGUNG und bei
      *     AMTLICH die Stufe AMTLICH wie adrwahl.
      *   - Neue Stufe ANTWORT: erfasste Rueckantworten (adrantw);
      *     kampber rechnet daraus die Antwortquoten.
      *   - Neue Stufe BESTELLT: bestellende Kostenstelle und
      *     Ansprechpartner (adrwahl); umlage rechnet danach Porto
      *     und Druckkosten ab, kampber nennt sie im Kopf.
      *
       01 KAMP-BLOCK.
           05 KAMP-NUMMER             PIC 9(04).
