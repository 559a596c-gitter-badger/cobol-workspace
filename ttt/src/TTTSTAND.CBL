      * beendete Serien des Turniers werden stattdessen aus der
      * Matchdatei TTTMATCH als je ein einziges Ergebnis gewertet
      * (zwei Punkte fuer den Seriensieger).
      * Niederlagen durch Zeitueberschreitung stehen in der Tabelle
      * in einer eigenen Spalte, im K.O.-Baum ist ein so
      * entschiedenes Ergebnis mit "(ZEIT)" gekennzeichnet.
      * Fuer Turniere im Schweizer System (TRN-ART "S") wird die
      * Tabelle aus den Paarungen der Turnierdatei gerechnet: zwei
      * Punkte je Sieg, einer je Unentschieden, ein Freilos bringt
      * zwei Punkte ohne Spiel. Bei Punktgleichheit entscheidet die
      * Buchholz-Wertung (Summe der Punkte aller bisherigen Gegner),
      * danach die Zahl der Siege; sie steht in der Spalte BUCHH.
      * Gerechnet wird die Tabelle im Unterprogramm TTTSTBER, das
      * auch der naechtliche Export TTTWEXP fuer die Internetseite
      * aufruft; dieses Programm fragt das Turnier ab und druckt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BERICHT-DATEI ASSIGN TO "TTTSTDR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STD-BERICHT-STATUS.
               RECORD KEY IS TRN-SCHLUESSEL
               FILE STATUS IS STD-TURNIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE PIC X(80).

       FD  TURNIER-DATEI.
           COPY TRNSATZ.

       WORKING-STORAGE SECTION.
       01  STD-BERICHT-STATUS PIC XX.
       01  STD-TURNIER-STATUS PIC XX.

       01  STD-SCHALTER.
           05 STD-DATEI-ENDE PIC X(01) VALUE "N".
             88 STD-ENDE-ERREICHT VALUE "J".
           05 STD-BERICHT-KZ PIC X(01) VALUE "N".
             88 STD-BERICHT-IST-OFFEN VALUE "J".

       01  STD-TURNIER-ID PIC X(08).
       01  STD-I PIC 9(02).

           COPY STNDAUFR.

       01  STD-BAUM-GELESEN PIC 9(03) VALUE 0.
       01  STD-VORIGE-RUNDE PIC 9(02) VALUE 0.
           05 STD-BZ-SPIELER-O PIC X(20).
           05 FILLER PIC X(02) VALUE "  ".
           05 STD-BZ-ERGEBNIS PIC X(10).
           05 STD-BZ-ENTSCHEIDUNG PIC X(07).
       01  STD-KOPF-2.
           05 FILLER PIC X(28) VALUE "PLATZ NAME".
           05 FILLER PIC X(52) VALUE
              "PUNKTE SPIELE SIEGE UNENT ZUEGE ZEITV".
       01  STD-KOPF-2-SCHWEIZER.
           05 FILLER PIC X(28) VALUE "PLATZ NAME".
           05 FILLER PIC X(52) VALUE
              "PUNKTE SPIELE SIEGE UNENT BUCHH ZEITV".
       01  STD-PLATZ-ZEILE.
           05 STD-PZ-PLATZ PIC ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 STD-PZ-UNENTSCHIEDEN PIC ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 STD-PZ-ZUEGE PIC ZZZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 STD-PZ-ZEITVERLUSTE PIC ZZ9.

       PROCEDURE DIVISION.

           IF STD-TURNIER-ID = SPACES
               DISPLAY "TTTSTAND: KEINE TURNIER-KENNUNG ANGEGEBEN"
           ELSE
               MOVE STD-TURNIER-ID TO SA-TURNIER-ID
               CALL "TTTSTBER" USING STAND-AUFRUF
               IF SA-FEHLER-DATEI NOT = SPACES
                   DISPLAY "TTTSTAND: " SA-FEHLER-DATEI
                       " NICHT LESBAR, STATUS " SA-FEHLER-STATUS
               END-IF
               IF SA-IST-KO-TURNIER
                   PERFORM SCHREIBE-KO-BAUM
               ELSE
                   PERFORM SCHREIBE-TABELLENSTAND
               END-IF
           END-IF
           GOBACK
          .

      *----------------------------------------------------------------
      * Druckt den Stand des K.O.-Baums: je Runde die Paarungen mit
      * Ergebnis, auf den Bericht und zusaetzlich ans Terminal.
                   ELSE
                       MOVE TRN-ERGEBNIS TO STD-BZ-ERGEBNIS
                   END-IF
                   IF TRN-ZEITVERLUST
                       MOVE " (ZEIT)" TO STD-BZ-ENTSCHEIDUNG
                   ELSE
                       MOVE SPACES TO STD-BZ-ENTSCHEIDUNG
                   END-IF
                   PERFORM GIB-BAUM-ZEILE-AUS
               END-IF
           END-IF
           .
           EXIT.

       SCHREIBE-TABELLENSTAND SECTION.
           OPEN OUTPUT BERICHT-DATEI
           IF STD-BERICHT-STATUS NOT = "00"
               MOVE STD-KOPF-1 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               DISPLAY BERICHT-ZEILE
               IF SA-IST-SCHWEIZER-TURNIER
                   MOVE STD-KOPF-2-SCHWEIZER TO BERICHT-ZEILE
               ELSE
                   MOVE STD-KOPF-2 TO BERICHT-ZEILE
               END-IF
               WRITE BERICHT-ZEILE
               DISPLAY BERICHT-ZEILE
               PERFORM SCHREIBE-PLATZ-ZEILE
                   THRU SCHREIBE-PLATZ-ZEILE-EXIT
                   VARYING STD-I FROM 1 BY 1
                   UNTIL STD-I > SA-ANZAHL-SPIELER
               CLOSE BERICHT-DATEI
               IF SA-GEWERTET = 0
                   DISPLAY "TTTSTAND: KEINE SPIELE FUER TURNIER "
                       STD-TURNIER-ID " IN DER ERGEBNISDATEI"
               END-IF
       SCHREIBE-PLATZ-ZEILE-VERARBEITUNG SECTION.
       SCHREIBE-PLATZ-ZEILE.
           MOVE STD-I TO STD-PZ-PLATZ
           MOVE SA-SP-NAME (STD-I) TO STD-PZ-NAME
           MOVE SA-SP-PUNKTE (STD-I) TO STD-PZ-PUNKTE
           MOVE SA-SP-SPIELE (STD-I) TO STD-PZ-SPIELE
           MOVE SA-SP-SIEGE (STD-I) TO STD-PZ-SIEGE
           MOVE SA-SP-UNENTSCHIEDEN (STD-I)
             TO STD-PZ-UNENTSCHIEDEN
           IF SA-IST-SCHWEIZER-TURNIER
               MOVE SA-SP-BUCHHOLZ (STD-I) TO STD-PZ-ZUEGE
           ELSE
               MOVE SA-SP-ZUEGE (STD-I) TO STD-PZ-ZUEGE
           END-IF
           MOVE SA-SP-ZEITVERLUSTE (STD-I) TO STD-PZ-ZEITVERLUSTE
           MOVE STD-PLATZ-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           DISPLAY BERICHT-ZEILE
