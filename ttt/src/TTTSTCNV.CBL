       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSTCNV.
      * Einmalige Umstellung der Ergebnisdatei TTTSCORE, der
      * Aussetzdatei TTTSUSP und der Matchdatei TTTMATCH auf die um
      * die Spielstufe des Computergegners erweiterten Satzbilder
      * (SCORE-STUFE, SUS-STUFE, MAT-STUFE). Bestehende Dateien mit
      * alter Satzlaenge lassen sich mit den neuen Satzbildern nicht
      * mehr oeffnen; dieser Lauf liest sie daher mit dem alten Bild
      * und schreibt jeden Satz in die Nachfolgedateien TTTSCNEU,
      * TTTSUNEU und TTTMANEU. Einzelspieler-Saetze (Gegner
      * "COMPUTER") erhalten die Stufe normal, denn so hat der
      * Computer bisher gespielt; Saetze Mensch gegen Mensch bleiben
      * ohne Stufe. Eine fehlende Altdatei wird gemeldet und
      * uebersprungen. Der Bediener tauscht anschliessend die
      * Nachfolgedateien gegen die Originale aus.
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

           SELECT ALT-AUSSETZ-DATEI ASSIGN TO "TTTSUSP"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS ALT-SU-KENNUNG
               FILE STATUS IS CNV-ALT-STATUS.

           SELECT NEU-AUSSETZ-DATEI ASSIGN TO "TTTSUNEU"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SUS-KENNUNG
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
      * Altes Satzbild der Ergebnisdatei vor den Spielstufen.
       01  ALT-SCORE-SATZ.
           05 ALT-SC-SCHLUESSEL.
               10 ALT-SC-DATUM PIC 9(08).
               10 ALT-SC-UHRZEIT PIC 9(08).
           05 ALT-SC-SPIELER-X PIC X(20).
           05 ALT-SC-SPIELER-O PIC X(20).
           05 ALT-SC-GEWINNER PIC X(10).
           05 ALT-SC-ZUEGE PIC 9(02).
           05 ALT-SC-TURNIER-ID PIC X(08).
           05 ALT-SC-RUNDE PIC X(02).

       FD  NEU-SCORE-DATEI.
           COPY SCORSATZ.

       FD  ALT-AUSSETZ-DATEI.
      * Altes Satzbild der Aussetzdatei vor den Spielstufen.
       01  ALT-AUSSETZ-SATZ.
           05 ALT-SU-KENNUNG PIC X(08).
           05 ALT-SU-SPIELFELD PIC X(09).
           05 ALT-SU-ZUG PIC 9(02).
           05 ALT-SU-AKTIVER-SPIELER PIC X(01).
           05 ALT-SU-SPIELER-X PIC X(20).
           05 ALT-SU-SPIELER-O PIC X(20).
           05 ALT-SU-EINZELSPIELER PIC X(01).
           05 ALT-SU-TURNIER-ID PIC X(08).
           05 ALT-SU-RUNDE PIC X(02).
           05 ALT-SU-SITZUNGS-KENNUNG PIC X(16).
           05 ALT-SU-AUSGESETZT-AM PIC X(16).
           05 ALT-SU-MATCH-KENNUNG PIC X(08).

       FD  NEU-AUSSETZ-DATEI.
           COPY SUSSATZ.

       FD  ALT-MATCH-DATEI.
      * Altes Satzbild der Matchdatei vor den Spielstufen.
       01  ALT-MATCH-SATZ.
           05 ALT-MA-KENNUNG PIC X(08).
           05 ALT-MA-REST PIC X(89).
           05 ALT-MA-FELDER REDEFINES ALT-MA-REST.
               10 FILLER PIC X(41).
               10 ALT-MA-EINZELSPIELER PIC X(01).
               10 FILLER PIC X(47).

       FD  NEU-MATCH-DATEI.
           COPY MATSATZ.

       WORKING-STORAGE SECTION.
       01  CNV-ALT-STATUS PIC XX.
       01  CNV-NEU-STATUS PIC XX.

       01  CNV-SCHALTER.
           05 CNV-DATEI-ENDE PIC X(01) VALUE "N".
             88 CNV-ENDE-ERREICHT VALUE "J".

       01  CNV-SCORE-UEBERNOMMEN PIC 9(06) VALUE 0.
       01  CNV-AUSSETZ-UEBERNOMMEN PIC 9(06) VALUE 0.
       01  CNV-MATCH-UEBERNOMMEN PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM STELLE-SCORE-UM
           PERFORM STELLE-AUSSETZUNGEN-UM
           PERFORM STELLE-MATCHES-UM

           GOBACK
           .

      *----------------------------------------------------------------
      * Ergebnisdatei: Stufe normal fuer Spiele gegen den Computer.
      *----------------------------------------------------------------
       STELLE-SCORE-UM SECTION.
           OPEN INPUT ALT-SCORE-DATEI
           IF CNV-ALT-STATUS NOT = "00"
               DISPLAY "TTTSTCNV: TTTSCORE (ALT) NICHT LESBAR,"
                   " STATUS " CNV-ALT-STATUS
           ELSE
               OPEN OUTPUT NEU-SCORE-DATEI
               IF CNV-NEU-STATUS NOT = "00"
                   DISPLAY "TTTSTCNV: TTTSCNEU NICHT ANLEGBAR,"
                       " STATUS " CNV-NEU-STATUS
               ELSE
                   MOVE "N" TO CNV-DATEI-ENDE
                   PERFORM LIES-ALTEN-SCORE-SATZ
                   PERFORM UEBERNIMM-SCORE-SATZ
                       UNTIL CNV-ENDE-ERREICHT
                   CLOSE NEU-SCORE-DATEI
                   DISPLAY "TTTSTCNV: " CNV-SCORE-UEBERNOMMEN
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
           MOVE ALT-SC-DATUM TO SCORE-DATUM
           MOVE ALT-SC-UHRZEIT TO SCORE-UHRZEIT
           MOVE ALT-SC-SPIELER-X TO SCORE-SPIELER-X
           MOVE ALT-SC-SPIELER-O TO SCORE-SPIELER-O
           MOVE ALT-SC-GEWINNER TO SCORE-GEWINNER
           MOVE ALT-SC-ZUEGE TO SCORE-ZUEGE
           MOVE ALT-SC-TURNIER-ID TO SCORE-TURNIER-ID
           MOVE ALT-SC-RUNDE TO SCORE-RUNDE
           IF ALT-SC-SPIELER-X = "COMPUTER"
              OR ALT-SC-SPIELER-O = "COMPUTER"
               MOVE "N" TO SCORE-STUFE
           END-IF
           WRITE SCORE-SATZ
           IF CNV-NEU-STATUS = "00"
               ADD 1 TO CNV-SCORE-UEBERNOMMEN
           ELSE
               DISPLAY "TTTSTCNV: SATZ " ALT-SC-DATUM " "
                   ALT-SC-UHRZEIT " NICHT SCHREIBBAR, STATUS "
                   CNV-NEU-STATUS
           END-IF
           PERFORM LIES-ALTEN-SCORE-SATZ
           .
           EXIT.

      *----------------------------------------------------------------
      * Aussetzdatei: Stufe normal fuer Einzelspieler-Spiele, damit
      * sie nach dem Fortsetzen wie bisher weiterlaufen.
      *----------------------------------------------------------------
       STELLE-AUSSETZUNGEN-UM SECTION.
           OPEN INPUT ALT-AUSSETZ-DATEI
           IF CNV-ALT-STATUS NOT = "00"
               DISPLAY "TTTSTCNV: TTTSUSP (ALT) NICHT LESBAR,"
                   " STATUS " CNV-ALT-STATUS
           ELSE
               OPEN OUTPUT NEU-AUSSETZ-DATEI
               IF CNV-NEU-STATUS NOT = "00"
                   DISPLAY "TTTSTCNV: TTTSUNEU NICHT ANLEGBAR,"
                       " STATUS " CNV-NEU-STATUS
               ELSE
                   MOVE "N" TO CNV-DATEI-ENDE
                   PERFORM LIES-ALTEN-AUSSETZ-SATZ
                   PERFORM UEBERNIMM-AUSSETZ-SATZ
                       UNTIL CNV-ENDE-ERREICHT
                   CLOSE NEU-AUSSETZ-DATEI
                   DISPLAY "TTTSTCNV: " CNV-AUSSETZ-UEBERNOMMEN
                       " SAETZE NACH TTTSUNEU UEBERNOMMEN"
               END-IF
               CLOSE ALT-AUSSETZ-DATEI
           END-IF
           .
           EXIT.

       LIES-ALTEN-AUSSETZ-SATZ SECTION.
           READ ALT-AUSSETZ-DATEI NEXT RECORD
               AT END
                   SET CNV-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT CNV-ENDE-ERREICHT
              AND CNV-ALT-STATUS NOT = "00"
               SET CNV-ENDE-ERREICHT TO TRUE
           END-IF
           .
           EXIT.

       UEBERNIMM-AUSSETZ-SATZ SECTION.
           MOVE SPACES TO AUSSETZ-SATZ
           MOVE ALT-AUSSETZ-SATZ TO AUSSETZ-SATZ
           MOVE SPACE TO SUS-STUFE
           IF ALT-SU-EINZELSPIELER = "J"
               MOVE "N" TO SUS-STUFE
           END-IF
           WRITE AUSSETZ-SATZ
           IF CNV-NEU-STATUS = "00"
               ADD 1 TO CNV-AUSSETZ-UEBERNOMMEN
           ELSE
               DISPLAY "TTTSTCNV: SATZ " ALT-SU-KENNUNG
                   " NICHT SCHREIBBAR, STATUS " CNV-NEU-STATUS
           END-IF
           PERFORM LIES-ALTEN-AUSSETZ-SATZ
           .
           EXIT.

      *----------------------------------------------------------------
      * Matchdatei: Stufe normal fuer Serien gegen den Computer.
      *----------------------------------------------------------------
       STELLE-MATCHES-UM SECTION.
           OPEN INPUT ALT-MATCH-DATEI
           IF CNV-ALT-STATUS NOT = "00"
               DISPLAY "TTTSTCNV: TTTMATCH (ALT) NICHT LESBAR,"
                   " STATUS " CNV-ALT-STATUS
           ELSE
               OPEN OUTPUT NEU-MATCH-DATEI
               IF CNV-NEU-STATUS NOT = "00"
                   DISPLAY "TTTSTCNV: TTTMANEU NICHT ANLEGBAR,"
                       " STATUS " CNV-NEU-STATUS
               ELSE
                   MOVE "N" TO CNV-DATEI-ENDE
                   PERFORM LIES-ALTEN-MATCH-SATZ
                   PERFORM UEBERNIMM-MATCH-SATZ
                       UNTIL CNV-ENDE-ERREICHT
                   CLOSE NEU-MATCH-DATEI
                   DISPLAY "TTTSTCNV: " CNV-MATCH-UEBERNOMMEN
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
           MOVE SPACE TO MAT-STUFE
           IF ALT-MA-EINZELSPIELER = "J"
               MOVE "N" TO MAT-STUFE
           END-IF
           MOVE 0 TO MAT-ZEITVERLUSTE-A
           MOVE 0 TO MAT-ZEITVERLUSTE-B
           WRITE MATCH-SATZ
           IF CNV-NEU-STATUS = "00"
               ADD 1 TO CNV-MATCH-UEBERNOMMEN
           ELSE
               DISPLAY "TTTSTCNV: SATZ " ALT-MA-KENNUNG
                   " NICHT SCHREIBBAR, STATUS " CNV-NEU-STATUS
           END-IF
           PERFORM LIES-ALTEN-MATCH-SATZ
           .
           EXIT.

       END PROGRAM TTTSTCNV.
