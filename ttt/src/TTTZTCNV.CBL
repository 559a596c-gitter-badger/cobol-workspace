       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTZTCNV.
      * Einmalige Umstellung der Ergebnisdatei TTTSCORE, des
      * Saisonarchivs TTTSCARC, der Turnierdatei TTTTURN und der
      * Matchdatei TTTMATCH auf die um die Bedenkzeit erweiterten
      * Satzbilder (SCORE-ENTSCHEIDUNG, SCA-ENTSCHEIDUNG,
      * TRN-ZUG-LIMIT und TRN-ENTSCHEIDUNG, MAT-ZEITVERLUSTE-A/-B).
      * Bestehende Dateien mit alter Satzlaenge lassen sich mit den
      * neuen Satzbildern nicht mehr oeffnen; dieser Lauf liest sie
      * daher mit dem alten Bild und schreibt jeden Satz in die
      * Nachfolgedateien TTTSCNEU, TTTARNEU, TTTTNNEU und TTTMANEU.
      * Alle bisherigen Partien gelten als am Brett entschieden,
      * alle bestehenden Turniere laufen ohne Bedenkzeitlimit.
      * Eine fehlende Altdatei wird gemeldet und uebersprungen. Der
      * Bediener tauscht anschliessend die Nachfolgedateien gegen
      * die Originale aus.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-SCORE-DATEI ASSIGN TO "TTTSCORE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS ALT-SC-SCHLUESSEL
               FILE STATUS IS CNV-ALT-STATUS.

           SELECT NEU-SCORE-DATEI ASSIGN TO "TTTSCNEU"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS CNV-NEU-STATUS.

           SELECT ALT-ARCHIV-DATEI ASSIGN TO "TTTSCARC"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS ALT-SA-SCHLUESSEL
               FILE STATUS IS CNV-ALT-STATUS.

           SELECT NEU-ARCHIV-DATEI ASSIGN TO "TTTARNEU"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCA-SCHLUESSEL
               FILE STATUS IS CNV-NEU-STATUS.

           SELECT ALT-TURNIER-DATEI ASSIGN TO "TTTTURN"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS ALT-TN-SCHLUESSEL
               FILE STATUS IS CNV-ALT-STATUS.

           SELECT NEU-TURNIER-DATEI ASSIGN TO "TTTTNNEU"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS TRN-SCHLUESSEL
               FILE STATUS IS CNV-NEU-STATUS.

           SELECT ALT-MATCH-DATEI ASSIGN TO "TTTMATCH"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS ALT-MA-KENNUNG
               FILE STATUS IS CNV-ALT-STATUS.

           SELECT NEU-MATCH-DATEI ASSIGN TO "TTTMANEU"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS MAT-KENNUNG
               FILE STATUS IS CNV-NEU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALT-SCORE-DATEI.
      * Altes Satzbild der Ergebnisdatei vor der Bedenkzeit.
       01  ALT-SCORE-SATZ.
           05 ALT-SC-SCHLUESSEL PIC X(16).
           05 ALT-SC-REST PIC X(63).

       FD  NEU-SCORE-DATEI.
           COPY SCORSATZ.

       FD  ALT-ARCHIV-DATEI.
      * Altes Satzbild des Saisonarchivs vor der Bedenkzeit: die
      * Saison folgt unmittelbar auf die Spielstufe.
       01  ALT-ARCHIV-SATZ.
           05 ALT-SA-SCHLUESSEL PIC X(16).
           05 ALT-SA-REST PIC X(63).
           05 ALT-SA-SAISON PIC X(08).

       FD  NEU-ARCHIV-DATEI.
           COPY SCASATZ.

       FD  ALT-TURNIER-DATEI.
      * Altes Satzbild der Turnierdatei vor der Bedenkzeit.
       01  ALT-TURNIER-SATZ.
           05 ALT-TN-SCHLUESSEL PIC X(12).
           05 ALT-TN-REST PIC X(51).

       FD  NEU-TURNIER-DATEI.
           COPY TRNSATZ.

       FD  ALT-MATCH-DATEI.
      * Altes Satzbild der Matchdatei vor der Bedenkzeit.
       01  ALT-MATCH-SATZ.
           05 ALT-MA-KENNUNG PIC X(08).
           05 ALT-MA-REST PIC X(90).

       FD  NEU-MATCH-DATEI.
           COPY MATSATZ.

       WORKING-STORAGE SECTION.
       01  CNV-ALT-STATUS PIC XX.
       01  CNV-NEU-STATUS PIC XX.

       01  CNV-SCHALTER.
           05 CNV-DATEI-ENDE PIC X(01) VALUE "N".
             88 CNV-ENDE-ERREICHT VALUE "J".

       01  CNV-SCORE-UEBERNOMMEN PIC 9(06) VALUE 0.
       01  CNV-ARCHIV-UEBERNOMMEN PIC 9(06) VALUE 0.
       01  CNV-TURNIER-UEBERNOMMEN PIC 9(06) VALUE 0.
       01  CNV-MATCH-UEBERNOMMEN PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM STELLE-SCORE-UM
           PERFORM STELLE-ARCHIV-UM
           PERFORM STELLE-TURNIERE-UM
           PERFORM STELLE-MATCHES-UM

           GOBACK
           .

      *----------------------------------------------------------------
      * Ergebnisdatei: jede bisherige Partie gilt als am Brett
      * entschieden.
      *----------------------------------------------------------------
       STELLE-SCORE-UM SECTION.
           OPEN INPUT ALT-SCORE-DATEI
           IF CNV-ALT-STATUS NOT = "00"
               DISPLAY "TTTZTCNV: TTTSCORE (ALT) NICHT LESBAR,"
                   " STATUS " CNV-ALT-STATUS
           ELSE
               OPEN OUTPUT NEU-SCORE-DATEI
               IF CNV-NEU-STATUS NOT = "00"
                   DISPLAY "TTTZTCNV: TTTSCNEU NICHT ANLEGBAR,"
                       " STATUS " CNV-NEU-STATUS
               ELSE
                   MOVE "N" TO CNV-DATEI-ENDE
                   PERFORM LIES-ALTEN-SCORE-SATZ
                   PERFORM UEBERNIMM-SCORE-SATZ
                       UNTIL CNV-ENDE-ERREICHT
                   CLOSE NEU-SCORE-DATEI
                   DISPLAY "TTTZTCNV: " CNV-SCORE-UEBERNOMMEN
                       " SAETZE NACH TTTSCNEU UEBERNOMMEN"
               END-IF
               CLOSE ALT-SCORE-DATEI
           END-IF
           .
           EXIT.

       LIES-ALTEN-SCORE-SATZ SECTION.
           READ ALT-SCORE-DATEI NEXT RECORD
               AT END
                   SET CNV-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT CNV-ENDE-ERREICHT
              AND CNV-ALT-STATUS NOT = "00"
               SET CNV-ENDE-ERREICHT TO TRUE
           END-IF
           .
           EXIT.

       UEBERNIMM-SCORE-SATZ SECTION.
           MOVE SPACES TO SCORE-SATZ
           MOVE ALT-SCORE-SATZ TO SCORE-SATZ
           SET SCORE-AM-BRETT TO TRUE
           WRITE SCORE-SATZ
           IF CNV-NEU-STATUS = "00"
               ADD 1 TO CNV-SCORE-UEBERNOMMEN
           ELSE
               DISPLAY "TTTZTCNV: SATZ " ALT-SC-SCHLUESSEL
                   " NICHT SCHREIBBAR, STATUS " CNV-NEU-STATUS
           END-IF
           PERFORM LIES-ALTEN-SCORE-SATZ
           .
           EXIT.

      *----------------------------------------------------------------
      * Saisonarchiv: die Entscheidungsart steht vor der Saison, die
      * Saison rueckt daher um eine Stelle nach hinten.
      *----------------------------------------------------------------
       STELLE-ARCHIV-UM SECTION.
           OPEN INPUT ALT-ARCHIV-DATEI
           IF CNV-ALT-STATUS NOT = "00"
               DISPLAY "TTTZTCNV: TTTSCARC (ALT) NICHT LESBAR,"
                   " STATUS " CNV-ALT-STATUS
           ELSE
               OPEN OUTPUT NEU-ARCHIV-DATEI
               IF CNV-NEU-STATUS NOT = "00"
                   DISPLAY "TTTZTCNV: TTTARNEU NICHT ANLEGBAR,"
                       " STATUS " CNV-NEU-STATUS
               ELSE
                   MOVE "N" TO CNV-DATEI-ENDE
                   PERFORM LIES-ALTEN-ARCHIV-SATZ
                   PERFORM UEBERNIMM-ARCHIV-SATZ
                       UNTIL CNV-ENDE-ERREICHT
                   CLOSE NEU-ARCHIV-DATEI
                   DISPLAY "TTTZTCNV: " CNV-ARCHIV-UEBERNOMMEN
                       " SAETZE NACH TTTARNEU UEBERNOMMEN"
               END-IF
               CLOSE ALT-ARCHIV-DATEI
           END-IF
           .
           EXIT.

       LIES-ALTEN-ARCHIV-SATZ SECTION.
           READ ALT-ARCHIV-DATEI NEXT RECORD
               AT END
                   SET CNV-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT CNV-ENDE-ERREICHT
              AND CNV-ALT-STATUS NOT = "00"
               SET CNV-ENDE-ERREICHT TO TRUE
           END-IF
           .
           EXIT.

       UEBERNIMM-ARCHIV-SATZ SECTION.
           MOVE SPACES TO ARCHIV-SATZ
           MOVE ALT-SA-SCHLUESSEL TO ARCHIV-SATZ (1:16)
           MOVE ALT-SA-REST TO ARCHIV-SATZ (17:63)
           MOVE SPACE TO SCA-ENTSCHEIDUNG
           MOVE ALT-SA-SAISON TO SCA-SAISON
           WRITE ARCHIV-SATZ
           IF CNV-NEU-STATUS = "00"
               ADD 1 TO CNV-ARCHIV-UEBERNOMMEN
           ELSE
               DISPLAY "TTTZTCNV: SATZ " ALT-SA-SCHLUESSEL
                   " NICHT SCHREIBBAR, STATUS " CNV-NEU-STATUS
           END-IF
           PERFORM LIES-ALTEN-ARCHIV-SATZ
           .
           EXIT.

      *----------------------------------------------------------------
      * Turnierdatei: bestehende Turniere ohne Bedenkzeitlimit, alle
      * eingetragenen Ergebnisse am Brett entschieden.
      *----------------------------------------------------------------
       STELLE-TURNIERE-UM SECTION.
           OPEN INPUT ALT-TURNIER-DATEI
           IF CNV-ALT-STATUS NOT = "00"
               DISPLAY "TTTZTCNV: TTTTURN (ALT) NICHT LESBAR,"
                   " STATUS " CNV-ALT-STATUS
           ELSE
               OPEN OUTPUT NEU-TURNIER-DATEI
               IF CNV-NEU-STATUS NOT = "00"
                   DISPLAY "TTTZTCNV: TTTTNNEU NICHT ANLEGBAR,"
                       " STATUS " CNV-NEU-STATUS
               ELSE
                   MOVE "N" TO CNV-DATEI-ENDE
                   PERFORM LIES-ALTEN-TURNIER-SATZ
                   PERFORM UEBERNIMM-TURNIER-SATZ
                       UNTIL CNV-ENDE-ERREICHT
                   CLOSE NEU-TURNIER-DATEI
                   DISPLAY "TTTZTCNV: " CNV-TURNIER-UEBERNOMMEN
                       " SAETZE NACH TTTTNNEU UEBERNOMMEN"
               END-IF
               CLOSE ALT-TURNIER-DATEI
           END-IF
           .
           EXIT.

       LIES-ALTEN-TURNIER-SATZ SECTION.
           READ ALT-TURNIER-DATEI NEXT RECORD
               AT END
                   SET CNV-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT CNV-ENDE-ERREICHT
              AND CNV-ALT-STATUS NOT = "00"
               SET CNV-ENDE-ERREICHT TO TRUE
           END-IF
           .
           EXIT.

       UEBERNIMM-TURNIER-SATZ SECTION.
           MOVE SPACES TO TURNIER-SATZ
           MOVE ALT-TURNIER-SATZ TO TURNIER-SATZ
           MOVE 0 TO TRN-ZUG-LIMIT
           SET TRN-AM-BRETT TO TRUE
           WRITE TURNIER-SATZ
           IF CNV-NEU-STATUS = "00"
               ADD 1 TO CNV-TURNIER-UEBERNOMMEN
           ELSE
               DISPLAY "TTTZTCNV: SATZ " ALT-TN-SCHLUESSEL
                   " NICHT SCHREIBBAR, STATUS " CNV-NEU-STATUS
           END-IF
           PERFORM LIES-ALTEN-TURNIER-SATZ
           .
           EXIT.

      *----------------------------------------------------------------
      * Matchdatei: bisher hat keine Seite eine Partie auf Zeit
      * verloren.
      *----------------------------------------------------------------
       STELLE-MATCHES-UM SECTION.
           OPEN INPUT ALT-MATCH-DATEI
           IF CNV-ALT-STATUS NOT = "00"
               DISPLAY "TTTZTCNV: TTTMATCH (ALT) NICHT LESBAR,"
                   " STATUS " CNV-ALT-STATUS
           ELSE
               OPEN OUTPUT NEU-MATCH-DATEI
               IF CNV-NEU-STATUS NOT = "00"
                   DISPLAY "TTTZTCNV: TTTMANEU NICHT ANLEGBAR,"
                       " STATUS " CNV-NEU-STATUS
               ELSE
                   MOVE "N" TO CNV-DATEI-ENDE
                   PERFORM LIES-ALTEN-MATCH-SATZ
                   PERFORM UEBERNIMM-MATCH-SATZ
                       UNTIL CNV-ENDE-ERREICHT
                   CLOSE NEU-MATCH-DATEI
                   DISPLAY "TTTZTCNV: " CNV-MATCH-UEBERNOMMEN
                       " SAETZE NACH TTTMANEU UEBERNOMMEN"
               END-IF
               CLOSE ALT-MATCH-DATEI
           END-IF
           .
           EXIT.

       LIES-ALTEN-MATCH-SATZ SECTION.
           READ ALT-MATCH-DATEI NEXT RECORD
               AT END
                   SET CNV-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT CNV-ENDE-ERREICHT
              AND CNV-ALT-STATUS NOT = "00"
               SET CNV-ENDE-ERREICHT TO TRUE
           END-IF
           .
           EXIT.

       UEBERNIMM-MATCH-SATZ SECTION.
           MOVE SPACES TO MATCH-SATZ
           MOVE ALT-MATCH-SATZ TO MATCH-SATZ
           MOVE 0 TO MAT-ZEITVERLUSTE-A
           MOVE 0 TO MAT-ZEITVERLUSTE-B
           WRITE MATCH-SATZ
           IF CNV-NEU-STATUS = "00"
               ADD 1 TO CNV-MATCH-UEBERNOMMEN
           ELSE
               DISPLAY "TTTZTCNV: SATZ " ALT-MA-KENNUNG
                   " NICHT SCHREIBBAR, STATUS " CNV-NEU-STATUS
           END-IF
           PERFORM LIES-ALTEN-MATCH-SATZ
           .
           EXIT.

       END PROGRAM TTTZTCNV.
