      * werbsp.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "werbsp": die
      * hausweite Werbesperre. Empfaenger, die keine Werbung mehr
      * wollen, stehen mit ihrer ADR-ID in der Sperrdatei
      * WERBSPERRE.DAT (Pflege: werbpfl), je Zeile
      *     ADR-ID;GRUND;QUELLE;BIS;EINGETRAGEN
      *   GRUND:       WID Widerspruch gegen Werbung, DSG
      *                Datenschutzersuchen, VST verstorben,
      *                SON sonstiges
      *   QUELLE:      woher die Sperre kam (TEL, BRIEF, MAIL, ...)
      *   BIS:         leer = unbefristet, sonst JJJJMMTT (letzter
      *                gesperrter Tag)
      *   EINGETRAGEN: JJJJMMTT, von werbpfl gestempelt
      * Die Adresse selbst bleibt im Master - fuer amtliche
      * Schreiben wird sie weiter gebraucht. Jeder Versandweg
      * (adrwahl, beisp13, serienbf, buero SENDEN) fragt je
      * Empfaenger hier nach; eine Kampagne, die mit dem
      * Laufparameter AMTLICH von adrwahl als Pflichtsendung
      * markiert wurde (Journalstufe AMTLICH in KAMPAGNE.DAT),
      * wird trotz Sperre zugestellt, die Sperre aber im Bericht
      * ausgewiesen.
      * Funktionen (WBS-FUNKTION):
      *     ANFANG     Sperrdatei laden, Pflichtsendung aus dem
      *                Kampagnenjournal ermitteln (WBS-AMTLICH
      *                vorbesetzt mit J gilt ohne Nachschlagen),
      *                Sperrbericht WERBSPERRE-<PROGRAMM>.RPT
      *                eroeffnen
      *     PRUEFEN    WBS-ID pruefen; Ergebnis in WBS-ERGEBNIS,
      *                bei Sperre GRUND/QUELLE/BIS, gesperrte
      *                Empfaenger gehen mit WBS-NAME in den Bericht
      *     ABSCHLUSS  Summen in den Bericht, Bericht schliessen,
      *                bei Kampagnen (WBS-KAMPAGNE > 1) die
      *                Journalstufe SPERRE mit der Anzahl der
      *                unterdrueckten Stuecke schreiben
      * WBS-ANZAHL zaehlt die unterdrueckten, WBS-AMTLICH-ANZAHL
      * die trotz Sperre zugestellten Stuecke.
      * WBS-STATUS: 00 = in Ordnung, 97 = Sperrdatei hat mehr
      * Eintraege als die Tabelle fasst, 99 = unbekannte
      * Funktion, sonst der Dateistatus des Sperrberichts.
      *
       01 WBS-BLOCK.
           05 WBS-FUNKTION            PIC X(09).
           05 WBS-PROGRAMM            PIC X(08).
           05 WBS-KAMPAGNE            PIC 9(04).
           05 WBS-AMTLICH             PIC X(01).
              88 WBS-PFLICHTSENDUNG              VALUE "J".
           05 WBS-ID                  PIC 9(06).
           05 WBS-NAME                PIC X(40).
           05 WBS-ERGEBNIS            PIC X(01).
              88 WBS-FREI                        VALUE "N".
              88 WBS-GESPERRT                    VALUE "J".
              88 WBS-AMTLICH-ZUSTELLEN           VALUE "A".
           05 WBS-GRUND               PIC X(03).
           05 WBS-QUELLE              PIC X(08).
           05 WBS-BIS                 PIC X(08).
           05 WBS-ANZAHL              PIC 9(09).
           05 WBS-AMTLICH-ANZAHL      PIC 9(09).
           05 WBS-STATUS              PIC X(02).
