      * Spieler in der Arbeitsdatei TTTSTATW; eine zweite Sortierung
      * bringt die Summensaetze absteigend nach Siegquote (bei
      * gleicher Quote zaehlt die hoehere Spielezahl) und druckt die
      * Rangliste. Danach folgen die Niederlagen durch
      * Zeitueberschreitung je Spieler und die Monatsuebersicht, und der
      * Bericht weist am Ende ausdruecklich aus, ob alle gelesenen
      * Saetze verarbeitet wurden.
      * Umbenennungen aus dem Stammjournal TTTSPLJ werden als
      * Namensuebersetzung geladen: Ergebnissaetze unter dem
      * frueheren Namen zaehlen fuer den umbenannten Spieler, statt
      * dessen Geschichte auf zwei Namen zu verteilen. Ebenso
      * Vereinigungen zweier Nummern: der Name der aufgegebenen
      * Nummer wird auf den der bleibenden uebersetzt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 STW-SIEGE-O PIC 9(05).
           05 STW-UNENTSCHIEDEN PIC 9(05).
           05 STW-ZUEGE PIC 9(07).
           05 STW-ZEITVERLUSTE PIC 9(05).

      * Sortiersatz je Spielerseite eines Spiels: Name als
      * Hauptbegriff fuer den Gruppenwechsel der Verdichtung.
           05 SRT-SEITE PIC X(01).
           05 SRT-GEWINNER PIC X(10).
           05 SRT-ZUEGE PIC 9(02).
           05 SRT-ENTSCHEIDUNG PIC X(01).

      * Sortiersatz der Rangfolge: Summensatz je Spieler,
      * absteigend nach Siegquote und Spielezahl.
           05 SRR-SIEGE-O PIC 9(05).
           05 SRR-UNENTSCHIEDEN PIC 9(05).
           05 SRR-ZUEGE PIC 9(07).
           05 SRR-ZEITVERLUSTE PIC 9(05).

       WORKING-STORAGE SECTION.
       01  STA-SCORE-STATUS PIC XX.
       01  STA-GR-SIEGE-O PIC 9(05).
       01  STA-GR-UNENTSCHIEDEN PIC 9(05).
       01  STA-GR-ZUEGE PIC 9(07).
       01  STA-GR-ZEITVERLUSTE PIC 9(05).
       01  STA-GR-SIEGE-GESAMT PIC 9(06).

      * Gruppenwechsel der Monatsuebersicht; die Schluesselfolge
           05 STA-SZ-PROZENT PIC ZZ9.
           05 FILLER PIC X(08) VALUE SPACES.
           05 STA-SZ-ZUGSCHNITT PIC Z9.9.
       01  STA-ZEIT-KOPF.
           05 FILLER PIC X(40) VALUE
              "NIEDERLAGEN DURCH ZEITUEBERSCHREITUNG".
           05 FILLER PIC X(40) VALUE SPACES.
       01  STA-ZEIT-ZEILE.
           05 STA-ZZ-NAME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 STA-ZZ-ZEITVERLUSTE PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE " VON SPIELE".
           05 STA-ZZ-SPIELE PIC ZZZZZ9.
       01  STA-ZEIT-LEER-ZEILE PIC X(80) VALUE
           "KEINE".
       01  STA-ZEIT-ANZAHL PIC 9(06) VALUE 0.
       01  STA-MONATS-KOPF.
           05 FILLER PIC X(80) VALUE
              "MONAT    SPIELE UNENTSCH ZUG-SCHNITT".
           END-IF
           IF NOT STA-LAUF-HAT-FEHLER
               PERFORM DRUCKE-RANGLISTE
               PERFORM DRUCKE-ZEITVERLUSTE
               PERFORM DRUCKE-MONATSUEBERSICHT
           END-IF
           PERFORM SCHLIESSE-BERICHT
           EXIT.

      *----------------------------------------------------------------
      * Umbenennungen und Vereinigungen aus dem Stammjournal laden;
      * kein Journal heisst: keine Uebersetzung.
      *----------------------------------------------------------------
       LADE-NAMENS-JOURNAL SECTION.
           OPEN INPUT JOURNAL-DATEI
                   SET STA-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT STA-ENDE-ERREICHT
              AND (SJO-IST-UMBENENNEN OR SJO-IST-VEREINIGEN)
               IF STA-ANZAHL-ALIAS < STA-MAX-ALIAS
                   ADD 1 TO STA-ANZAHL-ALIAS
                   MOVE SJO-ALT-NAME
           MOVE "X" TO SRT-SEITE
           MOVE SCORE-GEWINNER TO SRT-GEWINNER
           MOVE SCORE-ZUEGE TO SRT-ZUEGE
           MOVE SCORE-ENTSCHEIDUNG TO SRT-ENTSCHEIDUNG
           RELEASE SRT-SEITEN-SATZ
           MOVE SCORE-SPIELER-O TO STA-SUCH-NAME
           PERFORM UEBERSETZE-NAME
           MOVE "O" TO SRT-SEITE
           MOVE SCORE-GEWINNER TO SRT-GEWINNER
           MOVE SCORE-ZUEGE TO SRT-ZUEGE
           MOVE SCORE-ENTSCHEIDUNG TO SRT-ENTSCHEIDUNG
           RELEASE SRT-SEITEN-SATZ
           PERFORM ZAEHLE-FUER-MONAT
           PERFORM LIES-SCORE-SATZ
                   MOVE 0 TO STA-GR-SIEGE-O
                   MOVE 0 TO STA-GR-UNENTSCHIEDEN
                   MOVE 0 TO STA-GR-ZUEGE
                   MOVE 0 TO STA-GR-ZEITVERLUSTE
               END-IF
               ADD 1 TO STA-GR-SPIELE
               ADD SRT-ZUEGE TO STA-GR-ZUEGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
      * Verloren durch Zeitueberschreitung hat die Seite, die
      * nicht gewonnen hat.
               IF SRT-ENTSCHEIDUNG = "Z"
                  AND (SRT-GEWINNER = "X" OR SRT-GEWINNER = "O")
                  AND SRT-GEWINNER NOT = SRT-SEITE
                   ADD 1 TO STA-GR-ZEITVERLUSTE
               END-IF
           END-IF
           .
       UEBERNIMM-EINE-SEITE-EXIT.
               MOVE STA-GR-SIEGE-O TO STW-SIEGE-O
               MOVE STA-GR-UNENTSCHIEDEN TO STW-UNENTSCHIEDEN
               MOVE STA-GR-ZUEGE TO STW-ZUEGE
               MOVE STA-GR-ZEITVERLUSTE TO STW-ZEITVERLUSTE
               COMPUTE STA-GR-SIEGE-GESAMT =
                   STA-GR-SIEGE-X + STA-GR-SIEGE-O
               IF STA-GR-SPIELE > 0
       DRUCKE-EINE-RANGZEILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Niederlagen durch Zeitueberschreitung gesondert hinter der
      * Rangliste: je Spieler mit mindestens einem Zeitverlust eine
      * Zeile, in Namensfolge der Arbeitsdatei TTTSTATW.
      *----------------------------------------------------------------
       DRUCKE-ZEITVERLUSTE SECTION.
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE STA-ZEIT-KOPF TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE 0 TO STA-ZEIT-ANZAHL
           OPEN INPUT SUMMEN-WERK
           IF STA-SUMMEN-STATUS NOT = "00"
               DISPLAY "TTTSTAT: ARBEITSDATEI TTTSTATW NICHT"
                   " LESBAR, STATUS " STA-SUMMEN-STATUS
               SET STA-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE "N" TO STA-DATEI-ENDE
               PERFORM DRUCKE-EINE-ZEITZEILE
                   THRU DRUCKE-EINE-ZEITZEILE-EXIT
                   UNTIL STA-ENDE-ERREICHT
               CLOSE SUMMEN-WERK
               IF STA-ZEIT-ANZAHL = 0
                   MOVE STA-ZEIT-LEER-ZEILE TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               END-IF
           END-IF
           .
           EXIT.

       DRUCKE-EINE-ZEITZEILE-VERARBEITUNG SECTION.
       DRUCKE-EINE-ZEITZEILE.
           READ SUMMEN-WERK
               AT END
                   SET STA-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT STA-ENDE-ERREICHT
              AND STW-ZEITVERLUSTE > 0
               ADD 1 TO STA-ZEIT-ANZAHL
               MOVE STW-NAME TO STA-ZZ-NAME
               MOVE STW-ZEITVERLUSTE TO STA-ZZ-ZEITVERLUSTE
               MOVE STW-SPIELE TO STA-ZZ-SPIELE
               MOVE STA-ZEIT-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           .
       DRUCKE-EINE-ZEITZEILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Monatsuebersicht aus der Arbeitsdatei hinter die Rangliste
      * uebernehmen; die Zeilen stehen dort bereits fertig und in
