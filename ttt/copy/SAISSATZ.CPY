      *----------------------------------------------------------------
      * SAISSATZ - Satzbild fuer die Saisonergebnisdatei TTTSAIS.
      * Dauerhafte Ablage der beim Saisonabschluss (TTTSAIS)
      * eingefrorenen Endstaende, geschluesselt ueber Saison,
      * Satzart und laufende Nummer:
      *   "A" = Abschlusssatz der Saison (Folge 0): Zeitraum,
      *         Zahl der archivierten Spiele, Rueckfuehrung der
      *         Ratings in Prozent und Abschlussdatum,
      *   "E" = Ratingstand (TTTRATNG) am Saisonende, Folge = Platz
      *         nach Rating, dazu der Startwert der neuen Saison,
      *   "R" = Rangliste (TTTSTAT) am Saisonende, Folge = Platz,
      *   "T" = in der Saison beendetes Turnier mit Sieger und
      *         Zweitem, Folge = laufende Nummer.
      * Die Ruhmeshalle TTTRUHM druckt daraus die Meister aller
      * Saisons.
      *----------------------------------------------------------------
       01  SAISON-SATZ.
           05 SAI-SCHLUESSEL.
               10 SAI-SAISON PIC X(08).
               10 SAI-ART PIC X(01).
                 88 SAI-IST-ABSCHLUSS VALUE "A".
                 88 SAI-IST-RATING VALUE "E".
                 88 SAI-IST-RANG VALUE "R".
                 88 SAI-IST-TURNIER VALUE "T".
               10 SAI-FOLGE PIC 9(04).
           05 SAI-DATEN PIC X(60).
           05 SAI-ABSCHLUSS-SICHT REDEFINES SAI-DATEN.
               10 SAI-A-VON-DATUM PIC 9(08).
               10 SAI-A-BIS-DATUM PIC 9(08).
               10 SAI-A-SPIELE PIC 9(06).
               10 SAI-A-SPIELER PIC 9(04).
               10 SAI-A-TURNIERE PIC 9(03).
               10 SAI-A-RUECKFUEHRUNG PIC 9(03).
               10 SAI-A-ABSCHLUSS-DATUM PIC 9(08).
               10 FILLER PIC X(20).
           05 SAI-RATING-SICHT REDEFINES SAI-DATEN.
               10 SAI-E-NUMMER PIC 9(05).
               10 SAI-E-NAME PIC X(20).
               10 SAI-E-WERT PIC 9(04).
               10 SAI-E-SPIELE PIC 9(05).
               10 SAI-E-UEBUNG-WERT PIC 9(04).
               10 SAI-E-UEBUNG-SPIELE PIC 9(05).
               10 SAI-E-NEU-WERT PIC 9(04).
               10 SAI-E-NEU-UEBUNG-WERT PIC 9(04).
               10 FILLER PIC X(09).
           05 SAI-RANG-SICHT REDEFINES SAI-DATEN.
               10 SAI-R-NAME PIC X(20).
               10 SAI-R-SPIELE PIC 9(05).
               10 SAI-R-SIEGE-X PIC 9(05).
               10 SAI-R-SIEGE-O PIC 9(05).
               10 SAI-R-UNENTSCHIEDEN PIC 9(05).
               10 SAI-R-PROZENT PIC 9(03).
               10 SAI-R-ZUEGE PIC 9(07).
               10 FILLER PIC X(10).
           05 SAI-TURNIER-SICHT REDEFINES SAI-DATEN.
               10 SAI-T-TURNIER-ID PIC X(08).
               10 SAI-T-ART PIC X(01).
               10 SAI-T-SIEGER PIC X(20).
               10 SAI-T-ZWEITER PIC X(20).
               10 SAI-T-PAARUNGEN PIC 9(03).
               10 FILLER PIC X(08).
