      * herkunft.cpy
      * erzeugt Donnerstag, 15. Oktober 2026 von Leander Jedamus
      *
      * Parameterblock fuer das Unterprogramm "herkunft": das
      * Herkunftsprotokoll HERKUNFT.LOG. Jedes Programm, das eine
      * Datei unter dem hausweiten Umschlag schreibt, meldet vor
      * Programmende die Eingaben, aus denen sie entstand, und
      * dann die Ausgabe selbst; "herkunft" schreibt je Ausgabe
      * einen Vorgang:
      *     VORGANG;ROLLE;ART;DATEI;KENNUNG;ERZEUGER;LAUFDATUM;
      *     GENERATION;SAETZE;HASHSUMME;PROGRAMM;BATCHLAUF;SCHRITT
      * VORGANG ist der Zeitstempel JJJJMMTTHHMMSSHH des ersten
      * Aufrufs im Programmlauf; ROLLE A = Ausgabe (eine Zeile),
      * E = Eingabe (je Eingabe eine Zeile). ART U = Datei unter
      * Umschlag (Kennung, Erzeuger, Laufdatum, Generation,
      * Satzanzahl und Hashsumme aus Kopf- und Endesatz), D =
      * Datei ohne Umschlag (Satzanzahl und Hashsumme wie beim
      * Umschlag, bei binaeren Dateien Bytezahl und Pruefsumme,
      * siehe drpruef.cpy), S = Schluessel (KENNUNG ist die
      * Schluesselkennung, LAUFDATUM ihr GUELTIG-AB). BATCHLAUF
      * und SCHRITT setzt batchctl fuer jeden Schritt in die
      * Umgebung; von Hand gestartet stehen dort Striche.
      * Die Herkunftsauskunft (herkausk) verbindet eine Eingabe
      * mit dem Vorgang, dessen Ausgabe dieselbe Kennung,
      * dasselbe Laufdatum, dieselbe Generation, Satzanzahl und
      * Hashsumme hat.
      * Funktionen (HKF-FUNKTION):
      *     EINGABE     Eingabe HKF-DATEI mit den Werten aus
      *                 HKF-UMSCHLAG vormerken (der Umschlagblock
      *                 der Eingabe nach PRUEFENDE, als Ganzes
      *                 uebertragen)
      *     DATEI       Eingabe HKF-DATEI ohne Umschlagblock
      *                 vormerken; HKF-DATEIART L = Zeilendatei
      *                 (Standard), B = binaere bzw. indizierte
      *                 Datei. Traegt eine Zeilendatei einen
      *                 stimmigen Umschlag, wird sie wie EINGABE
      *                 gemerkt (ART U).
      *     SCHLUESSEL  den jetzt gueltigen Schluessel aus
      *                 SCHLUESSEL.DAT vormerken; steht in
      *                 HKF-UMS-KENNUNG eine Schluesselkennung,
      *                 wird diese vorgemerkt (Programme, die mit
      *                 ausdruecklich genannten Schluesseln
      *                 arbeiten)
      *     AUSGABE     Vorgang fuer die Ausgabe HKF-DATEI mit den
      *                 Werten aus HKF-UMSCHLAG (Umschlagblock der
      *                 Ausgabe nach ENDE) und allen vorgemerkten
      *                 Eingaben schreiben
      *     LEEREN      vorgemerkte Eingaben verwerfen (fuer
      *                 Programme, die mehrere Ausgaben aus
      *                 verschiedenen Eingaben schreiben)
      * HKF-STATUS: 00 = in Ordnung, 98 = mehr als 50 Eingaben,
      * 99 = unbekannte Funktion, sonst der Dateistatus von
      * HERKUNFT.LOG. Wie die Laufstatistik ist das Protokoll
      * Beiwerk: ein Fehler wird gemeldet, haelt den Lauf aber
      * nicht an.
      *
       01 HKF-BLOCK.
           05 HKF-FUNKTION            PIC X(10).
           05 HKF-PROGRAMM            PIC X(08).
           05 HKF-DATEI               PIC X(60).
           05 HKF-DATEIART            PIC X(01).
      * Satzbild wie umschlag.cpy.
           05 HKF-UMSCHLAG.
              10 HKF-UMS-FUNKTION     PIC X(09).
              10 HKF-UMS-KENNUNG      PIC X(08).
              10 HKF-UMS-PROGRAMM     PIC X(08).
              10 HKF-UMS-LAUFDATUM    PIC 9(08).
              10 HKF-UMS-GENERATION   PIC 9(04).
              10 HKF-UMS-SATZANZAHL   PIC 9(09).
              10 HKF-UMS-HASHSUMME    PIC 9(09).
              10 HKF-UMS-SATZBILD     PIC X(80).
              10 HKF-UMS-PUFFER       PIC X(256).
              10 HKF-UMS-STATUS       PIC X(02).
           05 HKF-STATUS              PIC X(02).
