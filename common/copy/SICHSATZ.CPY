      *----------------------------------------------------------------
      * SICHSATZ - Satzbild des Sicherungsbestands DATSICHB, den
      * DATSICH jede Nacht fortschreibt und aus dem DATRUECK eine
      * Datei wiederherstellt. Je Generation und gesicherter Datei
      * ein Kopfsatz (K) mit Datum und Uhrzeit der Sicherung, je
      * Satz der Datei ein Datensatz (D) mit dem unveraenderten
      * Satzbild und ein Endesatz (E) mit Satzzahl und
      * Kontrollsumme (Summe der Kontrollwerte aus DATKTRL).
      * SIC-VOLLSTAENDIG = "N" heisst: die Datei liess sich nicht zu
      * Ende lesen, die Generation taugt fuer diese Datei nicht zur
      * Wiederherstellung. SIC-VORHANDEN = "N" heisst: die Datei war
      * zur Zeit der Sicherung noch nicht angelegt.
      *----------------------------------------------------------------
       01  SICHERUNGS-SATZ.
           05 SIC-GENERATION PIC 9(04).
           05 SIC-DATEI PIC X(08).
           05 SIC-SATZART PIC X(01).
             88 SIC-IST-KOPF VALUE "K".
             88 SIC-IST-DATEN VALUE "D".
             88 SIC-IST-ENDE VALUE "E".
           05 SIC-INHALT PIC X(107).
           05 SIC-KOPF-INHALT REDEFINES SIC-INHALT.
               10 SIC-DATUM PIC 9(08).
               10 SIC-UHRZEIT PIC 9(06).
               10 FILLER PIC X(93).
           05 SIC-ENDE-INHALT REDEFINES SIC-INHALT.
               10 SIC-ANZAHL PIC 9(07).
               10 SIC-KONTROLLSUMME PIC 9(15).
               10 SIC-VOLLSTAENDIG PIC X(01).
                 88 SIC-IST-VOLLSTAENDIG VALUE "J".
               10 SIC-VORHANDEN PIC X(01).
                 88 SIC-DATEI-WAR-VORHANDEN VALUE "J".
               10 FILLER PIC X(83).
