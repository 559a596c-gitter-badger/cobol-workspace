      * Computergegners (Szenarioklasse COMPZUG: Gewinnzug, Block,
      * Mitte, Ecke, freies Feld wie COMPUTER-ZUG in TTT) sind wie
      * in TESTPRG und TTTT als eigene Abschnitte nachgebildet,
      * damit der Lauf ohne Terminal auskommt. Ein COMPZUG-Szenario
      * waehlt ueber REG-CZ-STUFE die Spielstufe des Computergegners
      * (leicht, normal, perfekt); ohne Angabe gilt normal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  RGR-LINIE-NR PIC 9(01).
       01  RGR-ERSTE-MARKE PIC X(01).

      * Vorausberechnung der Stufe perfekt wie in TTT: Stapel mit
      * einer Ebene je Suchtiefe, Zellen in der Folge Mitte, Ecken,
      * Raender.
       01  RGR-SUCH-REIHENFOLGE PIC X(18)
           VALUE "221113313312212332".
       01  RGR-SUCH-ZELLEN REDEFINES RGR-SUCH-REIHENFOLGE.
           05 RGR-SUCH-ZELLE OCCURS 9.
               10 RGR-SZ-ZEILE PIC 9(01).
               10 RGR-SZ-SPALTE PIC 9(01).
       01  RGR-SUCH-STAPEL.
           05 RGR-SUCH-EBENE OCCURS 9.
               10 RGR-SE-FELD PIC X(09).
               10 RGR-SE-SPIELER PIC X(01).
               10 RGR-SE-POSITION PIC 9(01).
               10 RGR-SE-BESTER PIC S9(01).
       01  RGR-SUCH-FELD PIC X(09).
       01  RGR-SUCH-BILD REDEFINES RGR-SUCH-FELD.
           05 RGR-SUCH-ZEILE OCCURS 3.
               10 RGR-SUCH-MARKE PIC X(01) OCCURS 3.
       01  RGR-SUCH-TIEFE PIC 9(02).
       01  RGR-SUCH-POS PIC 9(01).
       01  RGR-SUCH-STELLE PIC 9(01).
       01  RGR-SUCH-WERT PIC S9(01).
       01  RGR-SUCH-LEERE PIC 9(01).
       01  RGR-SUCH-SPIELER PIC X(01).
       01  RGR-SUCH-SCHALTER.
           05 RGR-SUCH-FREI PIC X(01).
             88 RGR-SUCH-ZELLE-IST-FREI VALUE "J".
           05 RGR-SUCH-SIEG PIC X(01).
             88 RGR-SUCH-IST-SIEG VALUE "J".

      * Nachgebildetes Zeichnen wie in TESTPRG (DIAMONDM).
       01  HOEHE PIC 99.
       01  RGR-AUSGABE-TABELLE.
           EXIT.

      *----------------------------------------------------------------
      * Zugwahl wie COMPUTER-ZUG in TTT, nur ohne den Zug selbst;
      * die Spielstufe kommt aus dem Szenario.
      *----------------------------------------------------------------
       WAEHLE-COMPUTER-ZUG SECTION.
           EVALUATE TRUE
               WHEN REG-CZ-STUFE-LEICHT
                   PERFORM WAEHLE-LEICHTEN-ZUG
               WHEN REG-CZ-STUFE-PERFEKT
                   PERFORM WAEHLE-PERFEKTEN-ZUG
               WHEN OTHER
                   PERFORM WAEHLE-NORMALEN-ZUG
           END-EVALUATE
           .
           EXIT.

      *----------------------------------------------------------------
      * Stufe leicht wie in TTT: Gewinnzug, sonst erstes freies Feld;
      * gegnerische Reihen werden absichtlich nicht geblockt.
      *----------------------------------------------------------------
       WAEHLE-LEICHTEN-ZUG SECTION.
           PERFORM SUCHE-GEWINNZUG
           IF RGR-ZIEL-ZEILE = 0
               PERFORM SUCHE-FREIES-FELD
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Stufe perfekt wie in TTT: Gewinnzug, Block, sonst der beste
      * Zug aus der vollstaendigen Vorausberechnung.
      *----------------------------------------------------------------
       WAEHLE-PERFEKTEN-ZUG SECTION.
           PERFORM SUCHE-GEWINNZUG
           IF RGR-ZIEL-ZEILE = 0
               PERFORM SUCHE-BLOCKZUG
           END-IF
           IF RGR-ZIEL-ZEILE = 0
               PERFORM SUCHE-BESTEN-ZUG
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Stufe normal wie in TTT: Gewinnzug, Block, Mitte, freie
      * Ecke, freies Feld.
      *----------------------------------------------------------------
       WAEHLE-NORMALEN-ZUG SECTION.
           PERFORM SUCHE-GEWINNZUG
           IF RGR-ZIEL-ZEILE = 0
               PERFORM SUCHE-BLOCKZUG
       SUCHE-FREIE-ZELLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Vorausberechnung wie SUCHE-BESTEN-ZUG in TTT: jede Ebene haelt
      * Stellung, Spieler am Zug, zuletzt versuchte Zelle und den
      * besten Wert aus Sicht dieses Spielers (1 Gewinn, 0
      * Unentschieden, -1 Verlust); eine erschoepfte Ebene gibt
      * ihren Wert mit umgekehrtem Vorzeichen nach oben.
      *----------------------------------------------------------------
       SUCHE-BESTEN-ZUG SECTION.
           MOVE 0 TO RGR-ZIEL-ZEILE
           MOVE 1 TO RGR-SUCH-TIEFE
           MOVE SPIELFELD TO RGR-SE-FELD (1)
           MOVE AKTIVER-SPIELER TO RGR-SE-SPIELER (1)
           MOVE 0 TO RGR-SE-POSITION (1)
           MOVE -2 TO RGR-SE-BESTER (1)
           PERFORM SUCHE-SCHRITT THRU SUCHE-SCHRITT-EXIT
               UNTIL RGR-SUCH-TIEFE = 0
           .
           EXIT.

       SUCHE-SCHRITT-VERARBEITUNG SECTION.
       SUCHE-SCHRITT.
           MOVE "N" TO RGR-SUCH-FREI
           PERFORM SUCHE-NAECHSTE-ZELLE
               THRU SUCHE-NAECHSTE-ZELLE-EXIT
               UNTIL RGR-SUCH-ZELLE-IST-FREI
                  OR RGR-SE-POSITION (RGR-SUCH-TIEFE) = 9
           IF NOT RGR-SUCH-ZELLE-IST-FREI
               MOVE RGR-SE-BESTER (RGR-SUCH-TIEFE) TO RGR-SUCH-WERT
               SUBTRACT 1 FROM RGR-SUCH-TIEFE
               IF RGR-SUCH-TIEFE > 0
                   COMPUTE RGR-SUCH-WERT = 0 - RGR-SUCH-WERT
                   PERFORM UEBERNIMM-SUCH-WERT
               END-IF
               GO TO SUCHE-SCHRITT-EXIT
           END-IF
           MOVE RGR-SE-FELD (RGR-SUCH-TIEFE) TO RGR-SUCH-FELD
           MOVE RGR-SE-SPIELER (RGR-SUCH-TIEFE) TO RGR-SUCH-SPIELER
           MOVE RGR-SUCH-SPIELER TO RGR-SUCH-FELD (RGR-SUCH-STELLE : 1)
           MOVE "N" TO RGR-SUCH-SIEG
           PERFORM PRUEFE-SUCH-LINIE THRU PRUEFE-SUCH-LINIE-EXIT
               VARYING RGR-LINIE-NR FROM 1 BY 1
               UNTIL RGR-LINIE-NR > 8 OR RGR-SUCH-IST-SIEG
           IF RGR-SUCH-IST-SIEG
               MOVE 1 TO RGR-SUCH-WERT
               PERFORM UEBERNIMM-SUCH-WERT
           ELSE
               MOVE 0 TO RGR-SUCH-LEERE
               INSPECT RGR-SUCH-FELD TALLYING RGR-SUCH-LEERE
                   FOR ALL SPACE
               IF RGR-SUCH-LEERE = 0
                   MOVE 0 TO RGR-SUCH-WERT
                   PERFORM UEBERNIMM-SUCH-WERT
               ELSE
                   PERFORM STEIGE-IN-SUCHE-AB
               END-IF
           END-IF
           .
       SUCHE-SCHRITT-EXIT.
           EXIT.

       SUCHE-NAECHSTE-ZELLE-VERARBEITUNG SECTION.
       SUCHE-NAECHSTE-ZELLE.
           ADD 1 TO RGR-SE-POSITION (RGR-SUCH-TIEFE)
           MOVE RGR-SE-POSITION (RGR-SUCH-TIEFE) TO RGR-SUCH-POS
           COMPUTE RGR-SUCH-STELLE =
               ((RGR-SZ-ZEILE (RGR-SUCH-POS) - 1) * 3)
               + RGR-SZ-SPALTE (RGR-SUCH-POS)
           IF RGR-SE-FELD (RGR-SUCH-TIEFE) (RGR-SUCH-STELLE : 1)
                 = SPACE
               SET RGR-SUCH-ZELLE-IST-FREI TO TRUE
           END-IF
           .
       SUCHE-NAECHSTE-ZELLE-EXIT.
           EXIT.

       PRUEFE-SUCH-LINIE-VERARBEITUNG SECTION.
       PRUEFE-SUCH-LINIE.
           IF RGR-SUCH-MARKE (RGR-LINIE-ZEILE (RGR-LINIE-NR 1)
                              RGR-LINIE-SPALTE (RGR-LINIE-NR 1))
                 = RGR-SUCH-SPIELER
              AND RGR-SUCH-MARKE (RGR-LINIE-ZEILE (RGR-LINIE-NR 2)
                                  RGR-LINIE-SPALTE (RGR-LINIE-NR 2))
                 = RGR-SUCH-SPIELER
              AND RGR-SUCH-MARKE (RGR-LINIE-ZEILE (RGR-LINIE-NR 3)
                                  RGR-LINIE-SPALTE (RGR-LINIE-NR 3))
                 = RGR-SUCH-SPIELER
               SET RGR-SUCH-IST-SIEG TO TRUE
           END-IF
           .
       PRUEFE-SUCH-LINIE-EXIT.
           EXIT.

       STEIGE-IN-SUCHE-AB SECTION.
           ADD 1 TO RGR-SUCH-TIEFE
           MOVE RGR-SUCH-FELD TO RGR-SE-FELD (RGR-SUCH-TIEFE)
           IF RGR-SUCH-SPIELER = "X"
               MOVE "O" TO RGR-SE-SPIELER (RGR-SUCH-TIEFE)
           ELSE
               MOVE "X" TO RGR-SE-SPIELER (RGR-SUCH-TIEFE)
           END-IF
           MOVE 0 TO RGR-SE-POSITION (RGR-SUCH-TIEFE)
           MOVE -2 TO RGR-SE-BESTER (RGR-SUCH-TIEFE)
           .
           EXIT.

       UEBERNIMM-SUCH-WERT SECTION.
           IF RGR-SUCH-WERT > RGR-SE-BESTER (RGR-SUCH-TIEFE)
               MOVE RGR-SUCH-WERT TO RGR-SE-BESTER (RGR-SUCH-TIEFE)
               IF RGR-SUCH-TIEFE = 1
                   MOVE RGR-SE-POSITION (1) TO RGR-SUCH-POS
                   MOVE RGR-SZ-ZEILE (RGR-SUCH-POS) TO RGR-ZIEL-ZEILE
                   MOVE RGR-SZ-SPALTE (RGR-SUCH-POS)
                     TO RGR-ZIEL-SPALTE
               END-IF
           END-IF
           IF RGR-SE-BESTER (RGR-SUCH-TIEFE) = 1
               MOVE 9 TO RGR-SE-POSITION (RGR-SUCH-TIEFE)
           END-IF
           .
           EXIT.

       SCHREIBE-ERGEBNIS SECTION.
           MOVE REG-PROGRAMM TO RGR-EZ-PROGRAMM
           MOVE REG-SZENARIO-NR TO RGR-EZ-NR
