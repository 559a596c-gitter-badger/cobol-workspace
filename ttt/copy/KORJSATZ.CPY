      *----------------------------------------------------------------
      * KORJSATZ - Satzbild fuer das Korrekturjournal TTTKORJ der
      * Ergebnisdatei. Eine Zeile je Ergebniskorrektur in TTTKORR
      * (ANNULLIEREN, SIEGER) mit Zeitstempel, Bearbeiter, Grund und
      * dem Ergebnissatz vor und nach der Korrektur; beim
      * Annullieren ist das Nachher-Bild leer, weil der Satz aus
      * TTTSCORE geloescht wird. KOJ-TURNIER-FOLGE und
      * KOJ-MATCH-FOLGE halten fest, was in TTTTURN und TTTMATCH
      * nachgefuehrt wurde:
      *   leer = nicht betroffen, "J" = nachgefuehrt,
      *   "E" = Serienentscheidung geaendert (nur Match),
      *   "K" = nachgefuehrt, K.O.-Folgerunde aber schon erzeugt,
      *   "S" = nachgefuehrt, Folgerunde im Schweizer System aber
      *         schon ausgelost,
      *   "N" = Paarung bzw. Serie nicht gefunden.
      * Den Tagesbericht druckt TTTKORB; TTTRATE erkennt am Journal
      * Korrekturen bereits gewerteter Spiele und rechnet das
      * Rating neu.
      *----------------------------------------------------------------
       01  KORREKTUR-SATZ.
           05 KOJ-STEMPEL.
               10 KOJ-DATUM PIC 9(08).
               10 FILLER PIC X(01).
               10 KOJ-UHRZEIT PIC 9(08).
           05 FILLER PIC X(01).
           05 KOJ-AKTION PIC X(12).
             88 KOJ-IST-ANNULLIEREN VALUE "ANNULLIEREN".
             88 KOJ-IST-SIEGER VALUE "SIEGER".
           05 FILLER PIC X(01).
           05 KOJ-BEARBEITER PIC X(08).
           05 FILLER PIC X(01).
           05 KOJ-GRUND PIC X(30).
           05 FILLER PIC X(01).
           05 KOJ-MATCH-KENNUNG PIC X(08).
           05 FILLER PIC X(01).
           05 KOJ-TURNIER-FOLGE PIC X(01).
           05 FILLER PIC X(01).
           05 KOJ-MATCH-FOLGE PIC X(01).
           05 FILLER PIC X(01).
           05 KOJ-ALT-BILD PIC X(80).
           05 KOJ-ALT-SICHT REDEFINES KOJ-ALT-BILD.
               10 KOJ-ALT-SCHLUESSEL PIC X(16).
               10 KOJ-ALT-SPIELER-X PIC X(20).
               10 KOJ-ALT-SPIELER-O PIC X(20).
               10 KOJ-ALT-GEWINNER PIC X(10).
               10 KOJ-ALT-ZUEGE PIC 9(02).
               10 KOJ-ALT-TURNIER-ID PIC X(08).
               10 KOJ-ALT-RUNDE PIC X(02).
               10 KOJ-ALT-STUFE PIC X(01).
               10 KOJ-ALT-ENTSCHEIDUNG PIC X(01).
           05 FILLER PIC X(01).
           05 KOJ-NEU-BILD PIC X(80).
           05 KOJ-NEU-SICHT REDEFINES KOJ-NEU-BILD.
               10 KOJ-NEU-SCHLUESSEL PIC X(16).
               10 KOJ-NEU-SPIELER-X PIC X(20).
               10 KOJ-NEU-SPIELER-O PIC X(20).
               10 KOJ-NEU-GEWINNER PIC X(10).
               10 KOJ-NEU-ZUEGE PIC 9(02).
               10 KOJ-NEU-TURNIER-ID PIC X(08).
               10 KOJ-NEU-RUNDE PIC X(02).
               10 KOJ-NEU-STUFE PIC X(01).
               10 KOJ-NEU-ENTSCHEIDUNG PIC X(01).
