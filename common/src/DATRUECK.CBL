       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATRUECK.
      * Wiederherstellung einer Stammdatei aus dem Sicherungsbestand
      * DATSICHB, den DATSICH jede Nacht fortschreibt. Der Bediener
      * waehlt die Datei (TTTSCORE, TTTSPLR, TTTRATNG, TTTTURN,
      * TTTMATCH oder REGRTEST) und eine der gezeigten Generationen;
      * leer gilt die juengste vollstaendige. Vor dem Laden wird die
      * Generation gegen ihren Endesatz abgestimmt (Satzzahl und
      * Kontrollsumme aus DATKTRL); eine unvollstaendige oder
      * abweichende Generation wird nicht geladen. Nach Bestaetigung
      * wird die Datei neu angelegt und aus der Generation geladen,
      * danach noch einmal gelesen und erneut abgestimmt. Jede
      * Wiederherstellung kommt ueber FEHLPROT ins
      * Betriebsprotokoll OPSLOG: gelungen als Hinweis (Schwere "I"),
      * misslungen als fataler Fehler (Ruecklieferungscode 12). Bei
      * Abweichung von Satzzahl oder Kontrollsumme nach dem Laden
      * steht dort "KS" als Status. Operation ist jeweils "WIEDERH"
      * mit der Generationsnummer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-DATEI ASSIGN TO "TTTSCORE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS DRU-SCORE-STATUS.

           SELECT SPIELER-DATEI ASSIGN TO "TTTSPLR"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SPL-NUMMER
               FILE STATUS IS DRU-SPIELER-STATUS.

           SELECT RATING-DATEI ASSIGN TO "TTTRATNG"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS RAT-NUMMER
               FILE STATUS IS DRU-RATING-STATUS.

           SELECT TURNIER-DATEI ASSIGN TO "TTTTURN"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS TRN-SCHLUESSEL
               FILE STATUS IS DRU-TURNIER-STATUS.

           SELECT MATCH-DATEI ASSIGN TO "TTTMATCH"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS MAT-KENNUNG
               FILE STATUS IS DRU-MATCH-STATUS.

           SELECT REGRESSION-DATEI ASSIGN TO "REGRTEST"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS REG-SCHLUESSEL
               FILE STATUS IS DRU-REGRESSION-STATUS.

           SELECT SICHERUNG-DATEI ASSIGN TO "DATSICHB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DRU-SICHERUNG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-DATEI.
           COPY SCORSATZ.

       FD  SPIELER-DATEI.
           COPY SPLSATZ.

       FD  RATING-DATEI.
           COPY RATSATZ.

       FD  TURNIER-DATEI.
           COPY TRNSATZ.

       FD  MATCH-DATEI.
           COPY MATSATZ.

       FD  REGRESSION-DATEI.
           COPY REGRSATZ.

       FD  SICHERUNG-DATEI.
       01  SICHERUNG-ZEILE PIC X(120).

       WORKING-STORAGE SECTION.
       01  DRU-SCORE-STATUS PIC XX.
       01  DRU-SPIELER-STATUS PIC XX.
       01  DRU-RATING-STATUS PIC XX.
       01  DRU-TURNIER-STATUS PIC XX.
       01  DRU-MATCH-STATUS PIC XX.
       01  DRU-REGRESSION-STATUS PIC XX.
       01  DRU-SICHERUNG-STATUS PIC XX.
       01  DRU-MASTER-STATUS PIC XX.

           COPY SICHSATZ.
           COPY KTRLAUFR.
           COPY FEHLAUFR.

       01  DRU-SCHALTER.
           05 DRU-DATEI-ENDE PIC X(01) VALUE "N".
             88 DRU-ENDE-ERREICHT VALUE "J".
           05 DRU-LAUF-FEHLER PIC X(01) VALUE "N".
             88 DRU-LAUF-HAT-FEHLER VALUE "J".
           05 DRU-KOPF-GEFUNDEN PIC X(01) VALUE "N".
             88 DRU-HAT-KOPF VALUE "J".
           05 DRU-ENDE-GEFUNDEN PIC X(01) VALUE "N".
             88 DRU-HAT-ENDE VALUE "J".
           05 DRU-VOLLSTAENDIG PIC X(01) VALUE "N".
             88 DRU-IST-VOLLSTAENDIG VALUE "J".

       01  DRU-DATEI-LISTE.
           05 FILLER PIC X(08) VALUE "TTTSCORE".
           05 FILLER PIC X(08) VALUE "TTTSPLR".
           05 FILLER PIC X(08) VALUE "TTTRATNG".
           05 FILLER PIC X(08) VALUE "TTTTURN".
           05 FILLER PIC X(08) VALUE "TTTMATCH".
           05 FILLER PIC X(08) VALUE "REGRTEST".
       01  DRU-DATEI-TABELLE REDEFINES DRU-DATEI-LISTE.
           05 DRU-DATEI-NAME PIC X(08) OCCURS 6.
       01  DRU-ANZAHL-DATEIEN PIC 9(01) VALUE 6.
       01  DRU-D PIC 9(01).
       01  DRU-DATEI-GUELTIG PIC X(01).
         88 DRU-DATEI-IST-GUELTIG VALUE "J".

       01  DRU-AKT-DATEI PIC X(08).
       01  DRU-GEN-EINGABE PIC X(04).
       01  DRU-GENERATION PIC 9(04) VALUE 0.
       01  DRU-JUENGSTE-GEN PIC 9(04) VALUE 0.
       01  DRU-ANZAHL-GEN PIC 9(04) VALUE 0.
       01  DRU-BESTAETIGUNG PIC X(01).
       01  DRU-SATZ-BILD PIC X(107).
       01  DRU-AKTUELLES-DATUM PIC X(21).

      * Kopf- und Endesatz der gewaehlten Generation.
       01  DRU-GEN-DATUM PIC 9(08).
       01  DRU-GEN-UHRZEIT PIC 9(06).
       01  DRU-SOLL-ANZAHL PIC 9(07).
       01  DRU-SOLL-SUMME PIC 9(15).

      * Nachgezaehlt in der Generation und in der geladenen Datei.
       01  DRU-ANZAHL PIC 9(07).
       01  DRU-SUMME PIC 9(15).
       01  DRU-GELADEN PIC 9(07).

       01  DRU-OPERATION.
           05 FILLER PIC X(08) VALUE "WIEDERH ".
           05 DRU-OP-GENERATION PIC 9(04).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO DRU-AKTUELLES-DATUM
           DISPLAY "Datei (TTTSCORE, TTTSPLR, TTTRATNG, TTTTURN,"
               " TTTMATCH, REGRTEST): " WITH NO ADVANCING
           ACCEPT DRU-AKT-DATEI
           MOVE "N" TO DRU-DATEI-GUELTIG
           PERFORM PRUEFE-DATEINAME THRU PRUEFE-DATEINAME-EXIT
               VARYING DRU-D FROM 1 BY 1
               UNTIL DRU-D > DRU-ANZAHL-DATEIEN
                  OR DRU-DATEI-IST-GUELTIG
           IF NOT DRU-DATEI-IST-GUELTIG
               DISPLAY "DATRUECK: DATEI " DRU-AKT-DATEI
                   " WIRD NICHT GESICHERT"
               GO TO PROGRAMM-ENDE
           END-IF

           PERFORM ZEIGE-GENERATIONEN
           IF DRU-LAUF-HAT-FEHLER
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAMM-ENDE
           END-IF
           IF DRU-JUENGSTE-GEN = 0
               DISPLAY "DATRUECK: KEINE VOLLSTAENDIGE GENERATION VON "
                   DRU-AKT-DATEI " IM SICHERUNGSBESTAND"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAMM-ENDE
           END-IF

           DISPLAY "Generation (leer = " DRU-JUENGSTE-GEN "): "
               WITH NO ADVANCING
           ACCEPT DRU-GEN-EINGABE
           EVALUATE TRUE
               WHEN DRU-GEN-EINGABE = SPACES
                   MOVE DRU-JUENGSTE-GEN TO DRU-GENERATION
               WHEN DRU-GEN-EINGABE IS NUMERIC
                   MOVE DRU-GEN-EINGABE TO DRU-GENERATION
               WHEN OTHER
                   PERFORM WANDLE-GENERATION
           END-EVALUATE
           IF DRU-GENERATION = 0
               DISPLAY "DATRUECK: UNGUELTIGE GENERATION "
                   DRU-GEN-EINGABE
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAMM-ENDE
           END-IF

           PERFORM PRUEFE-GENERATION
           IF DRU-LAUF-HAT-FEHLER
               DISPLAY "DATRUECK: GENERATION " DRU-GENERATION
                   " NICHT GELADEN, " DRU-AKT-DATEI " UNVERAENDERT"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAMM-ENDE
           END-IF

           DISPLAY "  " DRU-AKT-DATEI " AUS GENERATION "
               DRU-GENERATION " VOM " DRU-GEN-DATUM " " DRU-GEN-UHRZEIT
               ": " DRU-SOLL-ANZAHL " SAETZE, KONTROLLSUMME "
               DRU-SOLL-SUMME
           DISPLAY "  DER JETZIGE INHALT VON " DRU-AKT-DATEI
               " WIRD ERSETZT"
           DISPLAY "Datei wiederherstellen? (J/N): " WITH NO ADVANCING
           ACCEPT DRU-BESTAETIGUNG
           IF DRU-BESTAETIGUNG NOT = "J"
               DISPLAY "DATRUECK: WIEDERHERSTELLUNG VERWORFEN"
               GO TO PROGRAMM-ENDE
           END-IF

           MOVE DRU-GENERATION TO DRU-OP-GENERATION
           MOVE DRU-OPERATION TO FA-OPERATION
           MOVE DRU-AKT-DATEI TO FA-DATEI
           PERFORM LADE-DATEI
           IF NOT DRU-LAUF-HAT-FEHLER
               PERFORM PRUEFE-GELADENE-DATEI
           END-IF
           IF NOT DRU-LAUF-HAT-FEHLER
               MOVE "00" TO FA-DATEI-STATUS
               SET FA-IST-HINWEIS TO TRUE
               PERFORM MELDE-WIEDERHERSTELLUNG
               DISPLAY "DATRUECK: " DRU-AKT-DATEI " AUS GENERATION "
                   DRU-GENERATION " WIEDERHERGESTELLT, " DRU-GELADEN
                   " SAETZE"
           END-IF
           .
       PROGRAMM-ENDE.
           GOBACK
           .

       PRUEFE-DATEINAME-VERARBEITUNG SECTION.
       PRUEFE-DATEINAME.
           IF DRU-DATEI-NAME (DRU-D) = DRU-AKT-DATEI
               SET DRU-DATEI-IST-GUELTIG TO TRUE
           END-IF
           .
       PRUEFE-DATEINAME-EXIT.
           EXIT.

      * Ein- bis dreistellige Eingabe ("5", "12 ") rechtsbuendig in
      * die Generationsnummer uebernehmen.
       WANDLE-GENERATION SECTION.
           EVALUATE TRUE
               WHEN DRU-GEN-EINGABE (2:3) = SPACES
                AND DRU-GEN-EINGABE (1:1) IS NUMERIC
                   MOVE DRU-GEN-EINGABE (1:1) TO DRU-GENERATION
               WHEN DRU-GEN-EINGABE (3:2) = SPACES
                AND DRU-GEN-EINGABE (1:2) IS NUMERIC
                   MOVE DRU-GEN-EINGABE (1:2) TO DRU-GENERATION
               WHEN DRU-GEN-EINGABE (4:1) = SPACE
                AND DRU-GEN-EINGABE (1:3) IS NUMERIC
                   MOVE DRU-GEN-EINGABE (1:3) TO DRU-GENERATION
               WHEN OTHER
                   MOVE 0 TO DRU-GENERATION
           END-EVALUATE
           .
           EXIT.

      *----------------------------------------------------------------
      * Alle Generationen der gewaehlten Datei zeigen und die
      * juengste vollstaendige merken.
      *----------------------------------------------------------------
       ZEIGE-GENERATIONEN SECTION.
           OPEN INPUT SICHERUNG-DATEI
           IF DRU-SICHERUNG-STATUS NOT = "00"
               DISPLAY "DATRUECK: SICHERUNGSBESTAND DATSICHB NICHT"
                   " LESBAR, STATUS " DRU-SICHERUNG-STATUS
               SET DRU-LAUF-HAT-FEHLER TO TRUE
           ELSE
               DISPLAY "  GENERATIONEN VON " DRU-AKT-DATEI ":"
               MOVE "N" TO DRU-DATEI-ENDE
               PERFORM ZEIGE-GENERATION THRU ZEIGE-GENERATION-EXIT
                   UNTIL DRU-ENDE-ERREICHT
               CLOSE SICHERUNG-DATEI
           END-IF
           .
           EXIT.

       ZEIGE-GENERATION-VERARBEITUNG SECTION.
       ZEIGE-GENERATION.
           PERFORM LIES-SICHERUNG
           IF DRU-ENDE-ERREICHT
               GO TO ZEIGE-GENERATION-EXIT
           END-IF
           IF SIC-DATEI NOT = DRU-AKT-DATEI
               GO TO ZEIGE-GENERATION-EXIT
           END-IF
           IF SIC-IST-KOPF
               MOVE SIC-DATUM TO DRU-GEN-DATUM
               MOVE SIC-UHRZEIT TO DRU-GEN-UHRZEIT
           END-IF
           IF SIC-IST-ENDE
               ADD 1 TO DRU-ANZAHL-GEN
               IF SIC-IST-VOLLSTAENDIG
                   MOVE SIC-GENERATION TO DRU-JUENGSTE-GEN
                   DISPLAY "    " SIC-GENERATION " VOM " DRU-GEN-DATUM
                       " " DRU-GEN-UHRZEIT " " SIC-ANZAHL " SAETZE"
               ELSE
                   DISPLAY "    " SIC-GENERATION " VOM " DRU-GEN-DATUM
                       " " DRU-GEN-UHRZEIT " UNVOLLSTAENDIG"
               END-IF
           END-IF
           .
       ZEIGE-GENERATION-EXIT.
           EXIT.

       LIES-SICHERUNG SECTION.
           READ SICHERUNG-DATEI INTO SICHERUNGS-SATZ
               AT END
                   SET DRU-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT DRU-ENDE-ERREICHT
              AND DRU-SICHERUNG-STATUS NOT = "00"
               DISPLAY "DATRUECK: LESEFEHLER DATSICHB, STATUS "
                   DRU-SICHERUNG-STATUS
               SET DRU-ENDE-ERREICHT TO TRUE
               SET DRU-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Die gewaehlte Generation gegen ihren Endesatz abstimmen,
      * bevor irgendetwas an der Datei geaendert wird.
      *----------------------------------------------------------------
       PRUEFE-GENERATION SECTION.
           MOVE 0 TO DRU-ANZAHL
           MOVE 0 TO DRU-SUMME
           OPEN INPUT SICHERUNG-DATEI
           IF DRU-SICHERUNG-STATUS NOT = "00"
               DISPLAY "DATRUECK: SICHERUNGSBESTAND DATSICHB NICHT"
                   " LESBAR, STATUS " DRU-SICHERUNG-STATUS
               SET DRU-LAUF-HAT-FEHLER TO TRUE
               GO TO PRUEFE-GENERATION-ENDE
           END-IF
           MOVE "N" TO DRU-DATEI-ENDE
           PERFORM ZAEHLE-GENERATION THRU ZAEHLE-GENERATION-EXIT
               UNTIL DRU-ENDE-ERREICHT
           CLOSE SICHERUNG-DATEI
           IF DRU-LAUF-HAT-FEHLER
               GO TO PRUEFE-GENERATION-ENDE
           END-IF
           EVALUATE TRUE
               WHEN NOT DRU-HAT-KOPF
                OR NOT DRU-HAT-ENDE
                   DISPLAY "DATRUECK: GENERATION " DRU-GENERATION
                       " VON " DRU-AKT-DATEI " NICHT IM BESTAND"
                   SET DRU-LAUF-HAT-FEHLER TO TRUE
               WHEN NOT DRU-IST-VOLLSTAENDIG
                   DISPLAY "DATRUECK: GENERATION " DRU-GENERATION
                       " VON " DRU-AKT-DATEI " UNVOLLSTAENDIG"
                   SET DRU-LAUF-HAT-FEHLER TO TRUE
               WHEN DRU-ANZAHL NOT = DRU-SOLL-ANZAHL
                OR DRU-SUMME NOT = DRU-SOLL-SUMME
                   DISPLAY "DATRUECK: GENERATION " DRU-GENERATION
                       " STIMMT NICHT: " DRU-ANZAHL " SAETZE, SOLL "
                       DRU-SOLL-ANZAHL ", SUMME " DRU-SUMME
                       ", SOLL " DRU-SOLL-SUMME
                   SET DRU-LAUF-HAT-FEHLER TO TRUE
           END-EVALUATE
           .
       PRUEFE-GENERATION-ENDE.
           EXIT.

       ZAEHLE-GENERATION-VERARBEITUNG SECTION.
       ZAEHLE-GENERATION.
           PERFORM LIES-SICHERUNG
           IF DRU-ENDE-ERREICHT
               GO TO ZAEHLE-GENERATION-EXIT
           END-IF
           IF SIC-GENERATION NOT = DRU-GENERATION
              OR SIC-DATEI NOT = DRU-AKT-DATEI
               GO TO ZAEHLE-GENERATION-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SIC-IST-KOPF
                   SET DRU-HAT-KOPF TO TRUE
                   MOVE SIC-DATUM TO DRU-GEN-DATUM
                   MOVE SIC-UHRZEIT TO DRU-GEN-UHRZEIT
               WHEN SIC-IST-DATEN
                   MOVE DRU-AKT-DATEI TO KA-DATEI
                   MOVE SIC-INHALT TO KA-SATZ
                   CALL "DATKTRL" USING KONTROLL-AUFRUF
                   ADD 1 TO DRU-ANZAHL
                   ADD KA-WERT TO DRU-SUMME
               WHEN SIC-IST-ENDE
                   SET DRU-HAT-ENDE TO TRUE
                   MOVE SIC-ANZAHL TO DRU-SOLL-ANZAHL
                   MOVE SIC-KONTROLLSUMME TO DRU-SOLL-SUMME
                   MOVE SIC-VOLLSTAENDIG TO DRU-VOLLSTAENDIG
           END-EVALUATE
           .
       ZAEHLE-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Datei neu anlegen und mit den Datensaetzen der Generation
      * laden. Die Saetze stehen in Schluesselfolge, wie DATSICH sie
      * gelesen hat.
      *----------------------------------------------------------------
       LADE-DATEI SECTION.
           MOVE 0 TO DRU-GELADEN
           PERFORM OEFFNE-DATEI-NEU
           IF DRU-MASTER-STATUS NOT = "00"
               DISPLAY "DATRUECK: " DRU-AKT-DATEI " NICHT NEU ANLEGBAR,"
                   " STATUS " DRU-MASTER-STATUS
               PERFORM MELDE-FEHLSCHLAG
               GO TO LADE-DATEI-ENDE
           END-IF
           OPEN INPUT SICHERUNG-DATEI
           IF DRU-SICHERUNG-STATUS NOT = "00"
               DISPLAY "DATRUECK: SICHERUNGSBESTAND DATSICHB NICHT"
                   " LESBAR, STATUS " DRU-SICHERUNG-STATUS
               MOVE DRU-SICHERUNG-STATUS TO DRU-MASTER-STATUS
               PERFORM SCHLIESSE-DATEI
               PERFORM MELDE-FEHLSCHLAG
               GO TO LADE-DATEI-ENDE
           END-IF
           MOVE "N" TO DRU-DATEI-ENDE
           PERFORM LADE-SATZ THRU LADE-SATZ-EXIT
               UNTIL DRU-ENDE-ERREICHT
           CLOSE SICHERUNG-DATEI
           PERFORM SCHLIESSE-DATEI
           IF DRU-LAUF-HAT-FEHLER
               PERFORM MELDE-FEHLSCHLAG
           END-IF
           .
       LADE-DATEI-ENDE.
           EXIT.

       LADE-SATZ-VERARBEITUNG SECTION.
       LADE-SATZ.
           PERFORM LIES-SICHERUNG
           IF DRU-ENDE-ERREICHT
               GO TO LADE-SATZ-EXIT
           END-IF
           IF SIC-GENERATION NOT = DRU-GENERATION
              OR SIC-DATEI NOT = DRU-AKT-DATEI
              OR NOT SIC-IST-DATEN
               GO TO LADE-SATZ-EXIT
           END-IF
           MOVE SIC-INHALT TO DRU-SATZ-BILD
           PERFORM SCHREIBE-DATEI
           IF DRU-MASTER-STATUS NOT = "00"
               DISPLAY "DATRUECK: SCHREIBFEHLER " DRU-AKT-DATEI
                   ", STATUS " DRU-MASTER-STATUS ", NACH "
                   DRU-GELADEN " SAETZEN"
               SET DRU-ENDE-ERREICHT TO TRUE
               SET DRU-LAUF-HAT-FEHLER TO TRUE
               GO TO LADE-SATZ-EXIT
           END-IF
           ADD 1 TO DRU-GELADEN
           .
       LADE-SATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Die geladene Datei noch einmal lesen und gegen den Endesatz
      * der Generation abstimmen.
      *----------------------------------------------------------------
       PRUEFE-GELADENE-DATEI SECTION.
           MOVE 0 TO DRU-ANZAHL
           MOVE 0 TO DRU-SUMME
           PERFORM OEFFNE-DATEI-LESEN
           IF DRU-MASTER-STATUS NOT = "00"
               DISPLAY "DATRUECK: " DRU-AKT-DATEI " NACH DEM LADEN"
                   " NICHT LESBAR, STATUS " DRU-MASTER-STATUS
               SET DRU-LAUF-HAT-FEHLER TO TRUE
               PERFORM MELDE-FEHLSCHLAG
               GO TO PRUEFE-GELADENE-DATEI-ENDE
           END-IF
           MOVE "N" TO DRU-DATEI-ENDE
           PERFORM ZAEHLE-GELADENEN-SATZ THRU ZAEHLE-GELADENEN-SATZ-EXIT
               UNTIL DRU-ENDE-ERREICHT
           PERFORM SCHLIESSE-DATEI
           IF DRU-LAUF-HAT-FEHLER
               PERFORM MELDE-FEHLSCHLAG
               GO TO PRUEFE-GELADENE-DATEI-ENDE
           END-IF
           IF DRU-ANZAHL NOT = DRU-SOLL-ANZAHL
              OR DRU-SUMME NOT = DRU-SOLL-SUMME
               DISPLAY "DATRUECK: " DRU-AKT-DATEI " STIMMT NACH DEM"
                   " LADEN NICHT: " DRU-ANZAHL " SAETZE, SOLL "
                   DRU-SOLL-ANZAHL ", SUMME " DRU-SUMME ", SOLL "
                   DRU-SOLL-SUMME
               SET DRU-LAUF-HAT-FEHLER TO TRUE
               MOVE "KS" TO DRU-MASTER-STATUS
               PERFORM MELDE-FEHLSCHLAG
           END-IF
           .
       PRUEFE-GELADENE-DATEI-ENDE.
           EXIT.

       ZAEHLE-GELADENEN-SATZ-VERARBEITUNG SECTION.
       ZAEHLE-GELADENEN-SATZ.
           PERFORM LIES-DATEI
           IF DRU-ENDE-ERREICHT
               GO TO ZAEHLE-GELADENEN-SATZ-EXIT
           END-IF
           IF DRU-MASTER-STATUS NOT = "00"
               DISPLAY "DATRUECK: LESEFEHLER " DRU-AKT-DATEI
                   ", STATUS " DRU-MASTER-STATUS
               SET DRU-ENDE-ERREICHT TO TRUE
               SET DRU-LAUF-HAT-FEHLER TO TRUE
               GO TO ZAEHLE-GELADENEN-SATZ-EXIT
           END-IF
           MOVE DRU-AKT-DATEI TO KA-DATEI
           MOVE DRU-SATZ-BILD TO KA-SATZ
           CALL "DATKTRL" USING KONTROLL-AUFRUF
           ADD 1 TO DRU-ANZAHL
           ADD KA-WERT TO DRU-SUMME
           .
       ZAEHLE-GELADENEN-SATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Oeffnen, Lesen, Schreiben und Schliessen der gewaehlten
      * Datei; der Dateistatus landet in DRU-MASTER-STATUS, das
      * Satzbild in bzw. aus DRU-SATZ-BILD.
      *----------------------------------------------------------------
       OEFFNE-DATEI-NEU SECTION.
           EVALUATE DRU-AKT-DATEI
               WHEN "TTTSCORE"
                   OPEN OUTPUT SCORE-DATEI
                   MOVE DRU-SCORE-STATUS TO DRU-MASTER-STATUS
               WHEN "TTTSPLR"
                   OPEN OUTPUT SPIELER-DATEI
                   MOVE DRU-SPIELER-STATUS TO DRU-MASTER-STATUS
               WHEN "TTTRATNG"
                   OPEN OUTPUT RATING-DATEI
                   MOVE DRU-RATING-STATUS TO DRU-MASTER-STATUS
               WHEN "TTTTURN"
                   OPEN OUTPUT TURNIER-DATEI
                   MOVE DRU-TURNIER-STATUS TO DRU-MASTER-STATUS
               WHEN "TTTMATCH"
                   OPEN OUTPUT MATCH-DATEI
                   MOVE DRU-MATCH-STATUS TO DRU-MASTER-STATUS
               WHEN "REGRTEST"
                   OPEN OUTPUT REGRESSION-DATEI
                   MOVE DRU-REGRESSION-STATUS TO DRU-MASTER-STATUS
           END-EVALUATE
           .
           EXIT.

       OEFFNE-DATEI-LESEN SECTION.
           EVALUATE DRU-AKT-DATEI
               WHEN "TTTSCORE"
                   OPEN INPUT SCORE-DATEI
                   MOVE DRU-SCORE-STATUS TO DRU-MASTER-STATUS
               WHEN "TTTSPLR"
                   OPEN INPUT SPIELER-DATEI
                   MOVE DRU-SPIELER-STATUS TO DRU-MASTER-STATUS
               WHEN "TTTRATNG"
                   OPEN INPUT RATING-DATEI
                   MOVE DRU-RATING-STATUS TO DRU-MASTER-STATUS
               WHEN "TTTTURN"
                   OPEN INPUT TURNIER-DATEI
                   MOVE DRU-TURNIER-STATUS TO DRU-MASTER-STATUS
               WHEN "TTTMATCH"
                   OPEN INPUT MATCH-DATEI
                   MOVE DRU-MATCH-STATUS TO DRU-MASTER-STATUS
               WHEN "REGRTEST"
                   OPEN INPUT REGRESSION-DATEI
                   MOVE DRU-REGRESSION-STATUS TO DRU-MASTER-STATUS
           END-EVALUATE
           .
           EXIT.

       LIES-DATEI SECTION.
           EVALUATE DRU-AKT-DATEI
               WHEN "TTTSCORE"
                   READ SCORE-DATEI NEXT RECORD
                       AT END
                           SET DRU-ENDE-ERREICHT TO TRUE
                   END-READ
                   MOVE DRU-SCORE-STATUS TO DRU-MASTER-STATUS
                   MOVE SCORE-SATZ TO DRU-SATZ-BILD
               WHEN "TTTSPLR"
                   READ SPIELER-DATEI NEXT RECORD
                       AT END
                           SET DRU-ENDE-ERREICHT TO TRUE
                   END-READ
                   MOVE DRU-SPIELER-STATUS TO DRU-MASTER-STATUS
                   MOVE SPIELER-SATZ TO DRU-SATZ-BILD
               WHEN "TTTRATNG"
                   READ RATING-DATEI NEXT RECORD
                       AT END
                           SET DRU-ENDE-ERREICHT TO TRUE
                   END-READ
                   MOVE DRU-RATING-STATUS TO DRU-MASTER-STATUS
                   MOVE RATING-SATZ TO DRU-SATZ-BILD
               WHEN "TTTTURN"
                   READ TURNIER-DATEI NEXT RECORD
                       AT END
                           SET DRU-ENDE-ERREICHT TO TRUE
                   END-READ
                   MOVE DRU-TURNIER-STATUS TO DRU-MASTER-STATUS
                   MOVE TURNIER-SATZ TO DRU-SATZ-BILD
               WHEN "TTTMATCH"
                   READ MATCH-DATEI NEXT RECORD
                       AT END
                           SET DRU-ENDE-ERREICHT TO TRUE
                   END-READ
                   MOVE DRU-MATCH-STATUS TO DRU-MASTER-STATUS
                   MOVE MATCH-SATZ TO DRU-SATZ-BILD
               WHEN "REGRTEST"
                   READ REGRESSION-DATEI NEXT RECORD
                       AT END
                           SET DRU-ENDE-ERREICHT TO TRUE
                   END-READ
                   MOVE DRU-REGRESSION-STATUS TO DRU-MASTER-STATUS
                   MOVE REGRESSION-SATZ TO DRU-SATZ-BILD
           END-EVALUATE
           .
           EXIT.

       SCHREIBE-DATEI SECTION.
           EVALUATE DRU-AKT-DATEI
               WHEN "TTTSCORE"
                   WRITE SCORE-SATZ FROM DRU-SATZ-BILD
                   MOVE DRU-SCORE-STATUS TO DRU-MASTER-STATUS
               WHEN "TTTSPLR"
                   WRITE SPIELER-SATZ FROM DRU-SATZ-BILD
                   MOVE DRU-SPIELER-STATUS TO DRU-MASTER-STATUS
               WHEN "TTTRATNG"
                   WRITE RATING-SATZ FROM DRU-SATZ-BILD
                   MOVE DRU-RATING-STATUS TO DRU-MASTER-STATUS
               WHEN "TTTTURN"
                   WRITE TURNIER-SATZ FROM DRU-SATZ-BILD
                   MOVE DRU-TURNIER-STATUS TO DRU-MASTER-STATUS
               WHEN "TTTMATCH"
                   WRITE MATCH-SATZ FROM DRU-SATZ-BILD
                   MOVE DRU-MATCH-STATUS TO DRU-MASTER-STATUS
               WHEN "REGRTEST"
                   WRITE REGRESSION-SATZ FROM DRU-SATZ-BILD
                   MOVE DRU-REGRESSION-STATUS TO DRU-MASTER-STATUS
           END-EVALUATE
           .
           EXIT.

       SCHLIESSE-DATEI SECTION.
           EVALUATE DRU-AKT-DATEI
               WHEN "TTTSCORE"
                   CLOSE SCORE-DATEI
               WHEN "TTTSPLR"
                   CLOSE SPIELER-DATEI
               WHEN "TTTRATNG"
                   CLOSE RATING-DATEI
               WHEN "TTTTURN"
                   CLOSE TURNIER-DATEI
               WHEN "TTTMATCH"
                   CLOSE MATCH-DATEI
               WHEN "REGRTEST"
                   CLOSE REGRESSION-DATEI
           END-EVALUATE
           .
           EXIT.

      *----------------------------------------------------------------
      * Eintrag im Betriebsprotokoll ueber FEHLPROT; ein Fehlschlag
      * ist fatal, die Datei ist dann in unbestimmtem Zustand.
      *----------------------------------------------------------------
       MELDE-FEHLSCHLAG SECTION.
           SET DRU-LAUF-HAT-FEHLER TO TRUE
           MOVE DRU-MASTER-STATUS TO FA-DATEI-STATUS
           SET FA-IST-FATAL TO TRUE
           PERFORM MELDE-WIEDERHERSTELLUNG
           DISPLAY "DATRUECK: " DRU-AKT-DATEI " NICHT WIEDERHERGESTELLT"
               ", ANDERE GENERATION WAEHLEN"
           .
           EXIT.

       MELDE-WIEDERHERSTELLUNG SECTION.
           MOVE "DATRUECK" TO FA-PROGRAMM
           CALL "FEHLPROT" USING FEHLER-AUFRUF
           .
           EXIT.

       END PROGRAM DATRUECK.
