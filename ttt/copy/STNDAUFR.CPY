      *----------------------------------------------------------------
      * STNDAUFR - Aufrufbereich fuer die Tabellenrechnung TTTSTBER.
      * Der Aufrufer uebergibt die Turnier-Kennung und erhaelt die
      * Turnierart (aus dem ersten Satz in TTTTURN) und, ausser bei
      * K.O.-Turnieren, die fertig sortierte Tabelle zurueck. Platz
      * 1 steht vorn. Ist eine benoetigte Datei nicht lesbar, stehen
      * Dateiname und Status in SA-FEHLER-DATEI und SA-FEHLER-STATUS.
      * TTTSTAND druckt damit den Stand am Terminal, TTTWEXP gibt
      * ihn in der Nacht an die Internetseite des Vereins weiter.
      *----------------------------------------------------------------
       01  STAND-AUFRUF.
           05 SA-TURNIER-ID PIC X(08).
           05 SA-TURNIER-ART PIC X(01).
             88 SA-IST-KO-TURNIER VALUE "K".
             88 SA-IST-SCHWEIZER-TURNIER VALUE "S".
           05 SA-FEHLER-DATEI PIC X(08).
           05 SA-FEHLER-STATUS PIC XX.
           05 SA-GEWERTET PIC 9(06).
           05 SA-ANZAHL-SPIELER PIC 9(02).
           05 SA-SPIELER OCCURS 20.
               10 SA-SP-NAME PIC X(20).
               10 SA-SP-PUNKTE PIC 9(03).
               10 SA-SP-SPIELE PIC 9(03).
               10 SA-SP-SIEGE PIC 9(03).
               10 SA-SP-UNENTSCHIEDEN PIC 9(03).
               10 SA-SP-ZUEGE PIC 9(05).
               10 SA-SP-ZEITVERLUSTE PIC 9(03).
               10 SA-SP-BUCHHOLZ PIC 9(04).
