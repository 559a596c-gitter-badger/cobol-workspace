      * noch offen sind, Paarungen mit mehr als einem Spiel
      * (doppelt gespielt) und Turnierspiele ohne passende Paarung.
      * Freilos-Paarungen (Gegner "** FREILOS **") haben kein Spiel
      * und werden nicht beanstandet. Ein nachgetragenes Ergebnis
      * uebernimmt auch die Entscheidungsart (Zeitueberschreitung).
      * Fuer Turniere im Schweizer System wird zusaetzlich die
      * Auslosung geprueft: ein Spieler zweimal in derselben Runde,
      * eine Paarung, die es in einer frueheren Runde schon gab, und
      * ein zweites Freilos fuer denselben Spieler. Bei Ausnahmen
      * endet der Lauf mit Ruecklieferungscode 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 ABG-SP-SPIELER-X PIC X(20).
               10 ABG-SP-SPIELER-O PIC X(20).
               10 ABG-SP-GEWINNER PIC X(10).
               10 ABG-SP-ENTSCHEIDUNG PIC X(01).
               10 ABG-SP-ZUGEORDNET PIC 9(02).

      * Paarungen der Turniere im Schweizer System in der Folge der
      * Turnierdatei; jede neue Paarung wird gegen die bisherigen
      * desselben Turniers geprueft.
       01  ABG-MAX-SCHWEIZER PIC 9(03) VALUE 200.
       01  ABG-ANZAHL-SCHWEIZER PIC 9(03) VALUE 0.
       01  ABG-SCHWEIZER-TABELLE.
           05 ABG-SCHWEIZER-PAARUNG OCCURS 200.
               10 ABG-SW-TURNIER-ID PIC X(08).
               10 ABG-SW-RUNDE PIC X(02).
               10 ABG-SW-SPIELER-X PIC X(20).
               10 ABG-SW-SPIELER-O PIC X(20).
       01  ABG-S PIC 9(03).

       01  ABG-I PIC 9(03).
       01  ABG-TREFFER PIC 9(02).
       01  ABG-ERSTER-TREFFER PIC 9(03).
       01  ABG-OFFENE PIC 9(06) VALUE 0.
       01  ABG-DOPPELTE PIC 9(06) VALUE 0.
       01  ABG-OHNE-PAARUNG PIC 9(06) VALUE 0.
       01  ABG-AUSLOSUNGSFEHLER PIC 9(06) VALUE 0.
       01  ABG-AKTUELLES-DATUM PIC X(21).

       01  ABG-BERICHT-KOPF.
           05 ABG-SU-DOPPELTE PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE ", OHNE PAARUNG  ".
           05 ABG-SU-OHNE PIC ZZZZ9.
       01  ABG-SUMMEN-ZEILE-2.
           05 FILLER PIC X(35)
              VALUE "AUSLOSUNGSFEHLER SCHWEIZER SYSTEM ".
           05 ABG-SU-AUSLOSUNG PIC ZZZZ9.

       PROCEDURE DIVISION.

               ABG-NACHGETRAGEN " NACHGETRAGEN, " ABG-OFFENE
               " OFFEN, " ABG-DOPPELTE " DOPPELT, "
               ABG-OHNE-PAARUNG " SPIELE OHNE PAARUNG"
           IF ABG-AUSLOSUNGSFEHLER > 0
               DISPLAY "TTTABGL: " ABG-AUSLOSUNGSFEHLER
                   " AUSLOSUNGSFEHLER IM SCHWEIZER SYSTEM"
           END-IF
           IF ABG-LAUF-HAT-FEHLER
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ABG-OFFENE > 0
                  OR ABG-DOPPELTE > 0
                  OR ABG-OHNE-PAARUNG > 0
                  OR ABG-AUSLOSUNGSFEHLER > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
                               ABG-SP-SPIELER-O (ABG-ANZAHL-SPIELE)
                           MOVE SCORE-GEWINNER TO
                               ABG-SP-GEWINNER (ABG-ANZAHL-SPIELE)
                           MOVE SCORE-ENTSCHEIDUNG TO
                               ABG-SP-ENTSCHEIDUNG (ABG-ANZAHL-SPIELE)
                           MOVE 0 TO
                               ABG-SP-ZUGEORDNET (ABG-ANZAHL-SPIELE)
                       ELSE
               GO TO STIMME-EINE-PAARUNG-AB-EXIT
           END-IF
           ADD 1 TO ABG-PAARUNGEN
           IF TRN-IST-SCHWEIZER
               PERFORM PRUEFE-AUSLOSUNG
           END-IF
           IF TRN-SPIELER-O = ABG-FREILOS-NAME
               ADD 1 TO ABG-FREILOSE
               GO TO STIMME-EINE-PAARUNG-AB-EXIT
               WHEN ABG-TREFFER = 1
                   IF TRN-ERGEBNIS = SPACES
                       MOVE ABG-ERGEBNIS TO TRN-ERGEBNIS
                       MOVE ABG-SP-ENTSCHEIDUNG (ABG-ERSTER-TREFFER)
                         TO TRN-ENTSCHEIDUNG
                       REWRITE TURNIER-SATZ
                       IF ABG-TURNIER-STATUS = "00"
                           ADD 1 TO ABG-NACHGETRAGEN
       PRUEFE-EIN-SPIEL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Auslosung im Schweizer System: die eingelesene Paarung gegen
      * die frueheren Paarungen desselben Turniers pruefen und danach
      * in die Tabelle aufnehmen.
      *----------------------------------------------------------------
       PRUEFE-AUSLOSUNG SECTION.
           PERFORM VERGLEICHE-AUSLOSUNG THRU VERGLEICHE-AUSLOSUNG-EXIT
               VARYING ABG-S FROM 1 BY 1
               UNTIL ABG-S > ABG-ANZAHL-SCHWEIZER
           IF ABG-ANZAHL-SCHWEIZER < ABG-MAX-SCHWEIZER
               ADD 1 TO ABG-ANZAHL-SCHWEIZER
               MOVE TRN-TURNIER-ID
                 TO ABG-SW-TURNIER-ID (ABG-ANZAHL-SCHWEIZER)
               MOVE TRN-RUNDE TO ABG-SW-RUNDE (ABG-ANZAHL-SCHWEIZER)
               MOVE TRN-SPIELER-X
                 TO ABG-SW-SPIELER-X (ABG-ANZAHL-SCHWEIZER)
               MOVE TRN-SPIELER-O
                 TO ABG-SW-SPIELER-O (ABG-ANZAHL-SCHWEIZER)
           ELSE
               ADD 1 TO ABG-UEBERLAUF
               DISPLAY "TTTABGL: PAARUNGSTABELLE VOLL, PAARUNG "
                   TRN-TURNIER-ID " NICHT GEPRUEFT"
           END-IF
           .
           EXIT.

       VERGLEICHE-AUSLOSUNG-VERARBEITUNG SECTION.
       VERGLEICHE-AUSLOSUNG.
           IF ABG-SW-TURNIER-ID (ABG-S) NOT = TRN-TURNIER-ID
               GO TO VERGLEICHE-AUSLOSUNG-EXIT
           END-IF
           IF ABG-SW-RUNDE (ABG-S) = TRN-RUNDE
               IF TRN-SPIELER-X = ABG-SW-SPIELER-X (ABG-S)
                  OR TRN-SPIELER-X = ABG-SW-SPIELER-O (ABG-S)
                  OR (TRN-SPIELER-O NOT = ABG-FREILOS-NAME
                      AND (TRN-SPIELER-O = ABG-SW-SPIELER-X (ABG-S)
                        OR TRN-SPIELER-O = ABG-SW-SPIELER-O (ABG-S)))
                   MOVE "DOPPELT IN RUNDE" TO ABG-AZ-ART
                   PERFORM SCHREIBE-AUSLOSUNGSFEHLER
               END-IF
               GO TO VERGLEICHE-AUSLOSUNG-EXIT
           END-IF
           IF TRN-SPIELER-O = ABG-FREILOS-NAME
               IF ABG-SW-SPIELER-O (ABG-S) = ABG-FREILOS-NAME
                  AND ABG-SW-SPIELER-X (ABG-S) = TRN-SPIELER-X
                   MOVE "ZWEITES FREILOS" TO ABG-AZ-ART
                   PERFORM SCHREIBE-AUSLOSUNGSFEHLER
               END-IF
               GO TO VERGLEICHE-AUSLOSUNG-EXIT
           END-IF
           IF (ABG-SW-SPIELER-X (ABG-S) = TRN-SPIELER-X
               AND ABG-SW-SPIELER-O (ABG-S) = TRN-SPIELER-O)
              OR (ABG-SW-SPIELER-X (ABG-S) = TRN-SPIELER-O
                  AND ABG-SW-SPIELER-O (ABG-S) = TRN-SPIELER-X)
               MOVE "WIEDERHOLUNG" TO ABG-AZ-ART
               PERFORM SCHREIBE-AUSLOSUNGSFEHLER
           END-IF
           .
       VERGLEICHE-AUSLOSUNG-EXIT.
           EXIT.

       SCHREIBE-AUSLOSUNGSFEHLER SECTION.
           ADD 1 TO ABG-AUSLOSUNGSFEHLER
           PERFORM SCHREIBE-PAARUNG-AUSNAHME
           .
           EXIT.

       SCHREIBE-PAARUNG-AUSNAHME SECTION.
           MOVE TRN-TURNIER-ID TO ABG-AZ-TURNIER
           MOVE TRN-RUNDE TO ABG-AZ-RUNDE
           MOVE ABG-OHNE-PAARUNG TO ABG-SU-OHNE
           MOVE ABG-SUMMEN-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE ABG-AUSLOSUNGSFEHLER TO ABG-SU-AUSLOSUNG
           MOVE ABG-SUMMEN-ZEILE-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
           EXIT.

