       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATSICH.
      * Naechtliche Datensicherung der Stammdateien TTTSCORE,
      * TTTSPLR, TTTRATNG, TTTTURN, TTTMATCH und REGRTEST. Jeder
      * Lauf entlaedt alle sechs Dateien als neue, datierte
      * Generation in den Sicherungsbestand DATSICHB (Satzbild
      * SICHSATZ): je Datei Kopfsatz, die unveraenderten Saetze und
      * ein Endesatz mit Satzzahl und Kontrollsumme (DATKTRL).
      * Aufbewahrt werden die juengsten DSI-AUFBEWAHRUNG-GEN
      * Generationen; aeltere fallen beim Fortschreiben heraus. Wie
      * bei OPSAUSW entsteht der neue Bestand zuerst in der
      * Arbeitsdatei DATSICHN und ersetzt DATSICHB erst, wenn er
      * vollstaendig geschrieben ist. Eine noch nicht angelegte
      * Datei wird als leer und nicht vorhanden vermerkt. Laesst
      * sich eine Datei nicht zu Ende lesen, meldet FEHLPROT den
      * Vorfall als Warnung, die Generation wird fuer diese Datei
      * als unvollstaendig gekennzeichnet und der Lauf endet mit
      * Ruecklieferungscode 8. Die Sicherung laeuft als erster
      * Schritt der Nachtverarbeitung, damit sie den Stand vor
      * allen naechtlichen Aenderungen festhaelt; DATRUECK stellt
      * daraus eine Datei wieder her. Bericht: DATSICHR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-DATEI ASSIGN TO "TTTSCORE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS DSI-SCORE-STATUS.

           SELECT SPIELER-DATEI ASSIGN TO "TTTSPLR"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SPL-NUMMER
               FILE STATUS IS DSI-SPIELER-STATUS.

           SELECT RATING-DATEI ASSIGN TO "TTTRATNG"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS RAT-NUMMER
               FILE STATUS IS DSI-RATING-STATUS.

           SELECT TURNIER-DATEI ASSIGN TO "TTTTURN"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS TRN-SCHLUESSEL
               FILE STATUS IS DSI-TURNIER-STATUS.

           SELECT MATCH-DATEI ASSIGN TO "TTTMATCH"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS MAT-KENNUNG
               FILE STATUS IS DSI-MATCH-STATUS.

           SELECT REGRESSION-DATEI ASSIGN TO "REGRTEST"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS REG-SCHLUESSEL
               FILE STATUS IS DSI-REGRESSION-STATUS.

           SELECT SICHERUNG-DATEI ASSIGN TO "DATSICHB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DSI-SICHERUNG-STATUS.

           SELECT NEU-DATEI ASSIGN TO "DATSICHN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DSI-NEU-STATUS.

           SELECT BERICHT-DATEI ASSIGN TO "DATSICHR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DSI-BERICHT-STATUS.

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

       FD  NEU-DATEI.
       01  NEU-SATZ PIC X(120).

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE PIC X(80).

       WORKING-STORAGE SECTION.
       01  DSI-SCORE-STATUS PIC XX.
       01  DSI-SPIELER-STATUS PIC XX.
       01  DSI-RATING-STATUS PIC XX.
       01  DSI-TURNIER-STATUS PIC XX.
       01  DSI-MATCH-STATUS PIC XX.
       01  DSI-REGRESSION-STATUS PIC XX.
       01  DSI-SICHERUNG-STATUS PIC XX.
       01  DSI-NEU-STATUS PIC XX.
       01  DSI-BERICHT-STATUS PIC XX.
       01  DSI-MASTER-STATUS PIC XX.

           COPY SICHSATZ.
           COPY KTRLAUFR.
           COPY FEHLAUFR.

       01  DSI-SCHALTER.
           05 DSI-DATEI-ENDE PIC X(01) VALUE "N".
             88 DSI-ENDE-ERREICHT VALUE "J".
           05 DSI-LAUF-FEHLER PIC X(01) VALUE "N".
             88 DSI-LAUF-HAT-FEHLER VALUE "J".
           05 DSI-BESTAND PIC X(01) VALUE "N".
             88 DSI-BESTAND-VORHANDEN VALUE "J".

       01  DSI-AUFBEWAHRUNG-GEN PIC 9(02) VALUE 7.
       01  DSI-HOECHSTE-GEN PIC 9(04) VALUE 0.
       01  DSI-NEUE-GEN PIC 9(04).
       01  DSI-GRENZ-GEN PIC 9(04) VALUE 0.
       01  DSI-LETZTE-GEN PIC 9(04) VALUE 0.
       01  DSI-AELTESTE-GEN PIC 9(04) VALUE 0.
       01  DSI-BEHALTENE-GEN PIC 9(04) VALUE 0.
       01  DSI-VERWORFENE-GEN PIC 9(04) VALUE 0.
       01  DSI-UNVOLLSTAENDIG PIC 9(01) VALUE 0.
       01  DSI-AKTUELLES-DATUM PIC X(21).

      * Die gesicherten Dateien in der Reihenfolge der Sicherung.
       01  DSI-DATEI-LISTE.
           05 FILLER PIC X(08) VALUE "TTTSCORE".
           05 FILLER PIC X(08) VALUE "TTTSPLR".
           05 FILLER PIC X(08) VALUE "TTTRATNG".
           05 FILLER PIC X(08) VALUE "TTTTURN".
           05 FILLER PIC X(08) VALUE "TTTMATCH".
           05 FILLER PIC X(08) VALUE "REGRTEST".
       01  DSI-DATEI-TABELLE REDEFINES DSI-DATEI-LISTE.
           05 DSI-DATEI-NAME PIC X(08) OCCURS 6.
       01  DSI-ANZAHL-DATEIEN PIC 9(01) VALUE 6.

      * Ergebnis je Datei fuer den Bericht.
       01  DSI-ERGEBNIS-TABELLE.
           05 DSI-ERGEBNIS OCCURS 6.
               10 DSI-ER-ANZAHL PIC 9(07).
               10 DSI-ER-SUMME PIC 9(15).
               10 DSI-ER-VERMERK PIC X(24).

       01  DSI-D PIC 9(01).
       01  DSI-AKT-DATEI PIC X(08).
       01  DSI-SATZ-BILD PIC X(107).
       01  DSI-ANZAHL PIC 9(07).
       01  DSI-SUMME PIC 9(15).

       01  DSI-BERICHT-KOPF.
           05 FILLER PIC X(35)
              VALUE "DATSICH DATENSICHERUNG GENERATION ".
           05 DSI-BK-GENERATION PIC 9(04).
           05 FILLER PIC X(05) VALUE " VOM ".
           05 DSI-BK-DATUM PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DSI-BK-UHRZEIT PIC 9(06).
       01  DSI-SPALTEN-KOPF.
           05 FILLER PIC X(40)
              VALUE "DATEI      SAETZE    KONTROLLSUMME  VERM".
           05 FILLER PIC X(04) VALUE "ERK".
       01  DSI-DATEI-ZEILE.
           05 DSI-DZ-DATEI PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DSI-DZ-ANZAHL PIC Z(06)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DSI-DZ-SUMME PIC Z(14)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DSI-DZ-VERMERK PIC X(24).
       01  DSI-GENERATIONEN-ZEILE.
           05 FILLER PIC X(24) VALUE "GENERATIONEN IM BESTAND ".
           05 DSI-GZ-BEHALTEN PIC ZZZ9.
           05 FILLER PIC X(12) VALUE ", AELTESTE  ".
           05 DSI-GZ-AELTESTE PIC 9(04).
           05 FILLER PIC X(13) VALUE ", VERWORFEN  ".
           05 DSI-GZ-VERWORFEN PIC ZZZ9.
       01  DSI-FEHLER-ZEILE PIC X(80) VALUE
           "ACHTUNG: SICHERUNGSBESTAND NICHT FORTGESCHRIEBEN".
       01  DSI-UNVOLLSTAENDIG-ZEILE PIC X(80) VALUE
           "ACHTUNG: GENERATION TEILWEISE UNVOLLSTAENDIG".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO DSI-AKTUELLES-DATUM
           PERFORM ERMITTLE-GENERATION
           IF NOT DSI-LAUF-HAT-FEHLER
               PERFORM SCHREIBE-ARBEITSBESTAND
           END-IF
           IF NOT DSI-LAUF-HAT-FEHLER
               PERFORM SCHREIBE-BESTAND-NEU
           END-IF
           PERFORM SCHREIBE-BERICHT
           IF DSI-LAUF-HAT-FEHLER
               DISPLAY "DATSICH: BESTAND NICHT FORTGESCHRIEBEN,"
                   " BERICHT DATSICHR"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "DATSICH: GENERATION " DSI-NEUE-GEN
                   " GESICHERT, " DSI-VERWORFENE-GEN " VERWORFEN"
               IF DSI-UNVOLLSTAENDIG > 0
                   DISPLAY "DATSICH: " DSI-UNVOLLSTAENDIG
                       " DATEIEN UNVOLLSTAENDIG GESICHERT"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------
      * Hoechste Generation im Bestand ermitteln; die neue bekommt
      * die naechste Nummer. Behalten werden die Generationen ueber
      * der Grenze, zusammen mit der neuen also
      * DSI-AUFBEWAHRUNG-GEN Stueck. Kein Bestand heisst: erste
      * Sicherung.
      *----------------------------------------------------------------
       ERMITTLE-GENERATION SECTION.
           OPEN INPUT SICHERUNG-DATEI
           EVALUATE DSI-SICHERUNG-STATUS
               WHEN "00"
                   SET DSI-BESTAND-VORHANDEN TO TRUE
                   MOVE "N" TO DSI-DATEI-ENDE
                   PERFORM MERKE-GENERATION THRU MERKE-GENERATION-EXIT
                       UNTIL DSI-ENDE-ERREICHT
                   CLOSE SICHERUNG-DATEI
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "DATSICH: DATSICHB NICHT LESBAR, STATUS "
                       DSI-SICHERUNG-STATUS
                   MOVE "DATSICHB" TO FA-DATEI
                   MOVE "OPEN INPUT" TO FA-OPERATION
                   MOVE DSI-SICHERUNG-STATUS TO FA-DATEI-STATUS
                   PERFORM MELDE-DATEI-FEHLER
                   SET DSI-LAUF-HAT-FEHLER TO TRUE
           END-EVALUATE
           COMPUTE DSI-NEUE-GEN = DSI-HOECHSTE-GEN + 1
           IF DSI-NEUE-GEN > DSI-AUFBEWAHRUNG-GEN
               COMPUTE DSI-GRENZ-GEN =
                   DSI-NEUE-GEN - DSI-AUFBEWAHRUNG-GEN
           END-IF
           .
           EXIT.

       MERKE-GENERATION-VERARBEITUNG SECTION.
       MERKE-GENERATION.
           READ SICHERUNG-DATEI INTO SICHERUNGS-SATZ
               AT END
                   SET DSI-ENDE-ERREICHT TO TRUE
           END-READ
           IF DSI-ENDE-ERREICHT
               GO TO MERKE-GENERATION-EXIT
           END-IF
           IF DSI-SICHERUNG-STATUS NOT = "00"
               DISPLAY "DATSICH: LESEFEHLER DATSICHB, STATUS "
                   DSI-SICHERUNG-STATUS
               SET DSI-ENDE-ERREICHT TO TRUE
               SET DSI-LAUF-HAT-FEHLER TO TRUE
               GO TO MERKE-GENERATION-EXIT
           END-IF
           IF SIC-GENERATION IS NUMERIC
              AND SIC-GENERATION > DSI-HOECHSTE-GEN
               MOVE SIC-GENERATION TO DSI-HOECHSTE-GEN
           END-IF
           .
       MERKE-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Arbeitsbestand DATSICHN: die behaltenen Generationen aus
      * DATSICHB, dahinter die neue Generation aller sechs Dateien.
      *----------------------------------------------------------------
       SCHREIBE-ARBEITSBESTAND SECTION.
           OPEN OUTPUT NEU-DATEI
           IF DSI-NEU-STATUS NOT = "00"
               DISPLAY "DATSICH: ARBEITSDATEI DATSICHN NICHT"
                   " SCHREIBBAR, STATUS " DSI-NEU-STATUS
               SET DSI-LAUF-HAT-FEHLER TO TRUE
               GO TO SCHREIBE-ARBEITSBESTAND-ENDE
           END-IF
           IF DSI-BESTAND-VORHANDEN
               OPEN INPUT SICHERUNG-DATEI
               MOVE "N" TO DSI-DATEI-ENDE
               PERFORM UEBERNIMM-ALTEN-SATZ
                   THRU UEBERNIMM-ALTEN-SATZ-EXIT
                   UNTIL DSI-ENDE-ERREICHT
               CLOSE SICHERUNG-DATEI
           END-IF
           IF NOT DSI-LAUF-HAT-FEHLER
               PERFORM SICHERE-DATEI THRU SICHERE-DATEI-EXIT
                   VARYING DSI-D FROM 1 BY 1
                   UNTIL DSI-D > DSI-ANZAHL-DATEIEN
                      OR DSI-LAUF-HAT-FEHLER
           END-IF
           CLOSE NEU-DATEI
           .
       SCHREIBE-ARBEITSBESTAND-ENDE.
           EXIT.

       UEBERNIMM-ALTEN-SATZ-VERARBEITUNG SECTION.
       UEBERNIMM-ALTEN-SATZ.
           READ SICHERUNG-DATEI INTO SICHERUNGS-SATZ
               AT END
                   SET DSI-ENDE-ERREICHT TO TRUE
           END-READ
           IF DSI-ENDE-ERREICHT
               GO TO UEBERNIMM-ALTEN-SATZ-EXIT
           END-IF
           IF DSI-SICHERUNG-STATUS NOT = "00"
               DISPLAY "DATSICH: LESEFEHLER DATSICHB, STATUS "
                   DSI-SICHERUNG-STATUS
               SET DSI-ENDE-ERREICHT TO TRUE
               SET DSI-LAUF-HAT-FEHLER TO TRUE
               GO TO UEBERNIMM-ALTEN-SATZ-EXIT
           END-IF
           IF SIC-GENERATION NOT = DSI-LETZTE-GEN
               MOVE SIC-GENERATION TO DSI-LETZTE-GEN
               IF SIC-GENERATION > DSI-GRENZ-GEN
                   ADD 1 TO DSI-BEHALTENE-GEN
                   IF DSI-AELTESTE-GEN = 0
                       MOVE SIC-GENERATION TO DSI-AELTESTE-GEN
                   END-IF
               ELSE
                   ADD 1 TO DSI-VERWORFENE-GEN
               END-IF
           END-IF
           IF SIC-GENERATION > DSI-GRENZ-GEN
               PERFORM SCHREIBE-ARBEITSSATZ
           END-IF
           IF DSI-LAUF-HAT-FEHLER
               SET DSI-ENDE-ERREICHT TO TRUE
           END-IF
           .
       UEBERNIMM-ALTEN-SATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Eine Datei entladen: Kopfsatz, je Satz ein Datensatz, dann
      * Endesatz mit Satzzahl, Kontrollsumme und den Kennzeichen
      * vollstaendig/vorhanden.
      *----------------------------------------------------------------
       SICHERE-DATEI-VERARBEITUNG SECTION.
       SICHERE-DATEI.
           MOVE DSI-DATEI-NAME (DSI-D) TO DSI-AKT-DATEI
           MOVE 0 TO DSI-ANZAHL
           MOVE 0 TO DSI-SUMME
           MOVE SPACES TO SICHERUNGS-SATZ
           MOVE DSI-NEUE-GEN TO SIC-GENERATION
           MOVE DSI-AKT-DATEI TO SIC-DATEI
           SET SIC-IST-KOPF TO TRUE
           MOVE DSI-AKTUELLES-DATUM (1:8) TO SIC-DATUM
           MOVE DSI-AKTUELLES-DATUM (9:6) TO SIC-UHRZEIT
           PERFORM SCHREIBE-ARBEITSSATZ
           MOVE "GESICHERT" TO DSI-ER-VERMERK (DSI-D)
           PERFORM OEFFNE-DATEI
           EVALUATE DSI-MASTER-STATUS
               WHEN "00"
                   MOVE "N" TO DSI-DATEI-ENDE
                   PERFORM ENTLADE-SATZ THRU ENTLADE-SATZ-EXIT
                       UNTIL DSI-ENDE-ERREICHT
                   PERFORM SCHLIESSE-DATEI
               WHEN "35"
                   MOVE "NICHT VORHANDEN" TO DSI-ER-VERMERK (DSI-D)
               WHEN OTHER
                   MOVE "OPEN INPUT" TO FA-OPERATION
                   PERFORM MELDE-UNVOLLSTAENDIG
           END-EVALUATE
           MOVE SPACES TO SICHERUNGS-SATZ
           MOVE DSI-NEUE-GEN TO SIC-GENERATION
           MOVE DSI-AKT-DATEI TO SIC-DATEI
           SET SIC-IST-ENDE TO TRUE
           MOVE DSI-ANZAHL TO SIC-ANZAHL
           MOVE DSI-SUMME TO SIC-KONTROLLSUMME
           IF DSI-ER-VERMERK (DSI-D) (1:14) = "UNVOLLSTAENDIG"
               MOVE "N" TO SIC-VOLLSTAENDIG
           ELSE
               SET SIC-IST-VOLLSTAENDIG TO TRUE
           END-IF
           IF DSI-MASTER-STATUS = "35"
               MOVE "N" TO SIC-VORHANDEN
           ELSE
               SET SIC-DATEI-WAR-VORHANDEN TO TRUE
           END-IF
           PERFORM SCHREIBE-ARBEITSSATZ
           MOVE DSI-ANZAHL TO DSI-ER-ANZAHL (DSI-D)
           MOVE DSI-SUMME TO DSI-ER-SUMME (DSI-D)
           .
       SICHERE-DATEI-EXIT.
           EXIT.

       ENTLADE-SATZ-VERARBEITUNG SECTION.
       ENTLADE-SATZ.
           PERFORM LIES-DATEI
           IF DSI-ENDE-ERREICHT
               GO TO ENTLADE-SATZ-EXIT
           END-IF
           IF DSI-MASTER-STATUS NOT = "00"
               MOVE "READ NEXT" TO FA-OPERATION
               PERFORM MELDE-UNVOLLSTAENDIG
               SET DSI-ENDE-ERREICHT TO TRUE
               GO TO ENTLADE-SATZ-EXIT
           END-IF
           MOVE SPACES TO SICHERUNGS-SATZ
           MOVE DSI-NEUE-GEN TO SIC-GENERATION
           MOVE DSI-AKT-DATEI TO SIC-DATEI
           SET SIC-IST-DATEN TO TRUE
           MOVE DSI-SATZ-BILD TO SIC-INHALT
           PERFORM SCHREIBE-ARBEITSSATZ
           MOVE DSI-AKT-DATEI TO KA-DATEI
           MOVE DSI-SATZ-BILD TO KA-SATZ
           CALL "DATKTRL" USING KONTROLL-AUFRUF
           ADD 1 TO DSI-ANZAHL
           ADD KA-WERT TO DSI-SUMME
           IF DSI-LAUF-HAT-FEHLER
               SET DSI-ENDE-ERREICHT TO TRUE
           END-IF
           .
       ENTLADE-SATZ-EXIT.
           EXIT.

       SCHREIBE-ARBEITSSATZ SECTION.
           WRITE NEU-SATZ FROM SICHERUNGS-SATZ
           IF DSI-NEU-STATUS NOT = "00"
               DISPLAY "DATSICH: SCHREIBFEHLER DATSICHN, STATUS "
                   DSI-NEU-STATUS
               SET DSI-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Oeffnen, Lesen und Schliessen der gerade gesicherten Datei;
      * der Dateistatus landet in DSI-MASTER-STATUS, das Satzbild in
      * DSI-SATZ-BILD.
      *----------------------------------------------------------------
       OEFFNE-DATEI SECTION.
           EVALUATE DSI-AKT-DATEI
               WHEN "TTTSCORE"
                   OPEN INPUT SCORE-DATEI
                   MOVE DSI-SCORE-STATUS TO DSI-MASTER-STATUS
               WHEN "TTTSPLR"
                   OPEN INPUT SPIELER-DATEI
                   MOVE DSI-SPIELER-STATUS TO DSI-MASTER-STATUS
               WHEN "TTTRATNG"
                   OPEN INPUT RATING-DATEI
                   MOVE DSI-RATING-STATUS TO DSI-MASTER-STATUS
               WHEN "TTTTURN"
                   OPEN INPUT TURNIER-DATEI
                   MOVE DSI-TURNIER-STATUS TO DSI-MASTER-STATUS
               WHEN "TTTMATCH"
                   OPEN INPUT MATCH-DATEI
                   MOVE DSI-MATCH-STATUS TO DSI-MASTER-STATUS
               WHEN "REGRTEST"
                   OPEN INPUT REGRESSION-DATEI
                   MOVE DSI-REGRESSION-STATUS TO DSI-MASTER-STATUS
           END-EVALUATE
           .
           EXIT.

       LIES-DATEI SECTION.
           EVALUATE DSI-AKT-DATEI
               WHEN "TTTSCORE"
                   READ SCORE-DATEI NEXT RECORD
                       AT END
                           SET DSI-ENDE-ERREICHT TO TRUE
                   END-READ
                   MOVE DSI-SCORE-STATUS TO DSI-MASTER-STATUS
                   MOVE SCORE-SATZ TO DSI-SATZ-BILD
               WHEN "TTTSPLR"
                   READ SPIELER-DATEI NEXT RECORD
                       AT END
                           SET DSI-ENDE-ERREICHT TO TRUE
                   END-READ
                   MOVE DSI-SPIELER-STATUS TO DSI-MASTER-STATUS
                   MOVE SPIELER-SATZ TO DSI-SATZ-BILD
               WHEN "TTTRATNG"
                   READ RATING-DATEI NEXT RECORD
                       AT END
                           SET DSI-ENDE-ERREICHT TO TRUE
                   END-READ
                   MOVE DSI-RATING-STATUS TO DSI-MASTER-STATUS
                   MOVE RATING-SATZ TO DSI-SATZ-BILD
               WHEN "TTTTURN"
                   READ TURNIER-DATEI NEXT RECORD
                       AT END
                           SET DSI-ENDE-ERREICHT TO TRUE
                   END-READ
                   MOVE DSI-TURNIER-STATUS TO DSI-MASTER-STATUS
                   MOVE TURNIER-SATZ TO DSI-SATZ-BILD
               WHEN "TTTMATCH"
                   READ MATCH-DATEI NEXT RECORD
                       AT END
                           SET DSI-ENDE-ERREICHT TO TRUE
                   END-READ
                   MOVE DSI-MATCH-STATUS TO DSI-MASTER-STATUS
                   MOVE MATCH-SATZ TO DSI-SATZ-BILD
               WHEN "REGRTEST"
                   READ REGRESSION-DATEI NEXT RECORD
                       AT END
                           SET DSI-ENDE-ERREICHT TO TRUE
                   END-READ
                   MOVE DSI-REGRESSION-STATUS TO DSI-MASTER-STATUS
                   MOVE REGRESSION-SATZ TO DSI-SATZ-BILD
           END-EVALUATE
           .
           EXIT.

       SCHLIESSE-DATEI SECTION.
           EVALUATE DSI-AKT-DATEI
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
      * Eine Datei laesst sich nicht vollstaendig lesen: Warnung ueber
      * FEHLPROT, Vermerk im Bericht und im Endesatz.
      *----------------------------------------------------------------
       MELDE-UNVOLLSTAENDIG SECTION.
           MOVE DSI-AKT-DATEI TO FA-DATEI
           MOVE DSI-MASTER-STATUS TO FA-DATEI-STATUS
           PERFORM MELDE-DATEI-FEHLER
           MOVE "UNVOLLSTAENDIG, ST " TO DSI-ER-VERMERK (DSI-D)
           MOVE DSI-MASTER-STATUS TO DSI-ER-VERMERK (DSI-D) (20:2)
           ADD 1 TO DSI-UNVOLLSTAENDIG
           .
           EXIT.

       MELDE-DATEI-FEHLER SECTION.
           MOVE "DATSICH" TO FA-PROGRAMM
           SET FA-IST-WARNUNG TO TRUE
           CALL "FEHLPROT" USING FEHLER-AUFRUF
           .
           EXIT.

      *----------------------------------------------------------------
      * Schnitt: DATSICHB wird erst aus dem vollstaendig
      * geschriebenen Arbeitsbestand neu aufgesetzt. Bricht das
      * Zurueckschreiben ab, steht der vollstaendige Bestand noch in
      * DATSICHN.
      *----------------------------------------------------------------
       SCHREIBE-BESTAND-NEU SECTION.
           OPEN INPUT NEU-DATEI
           IF DSI-NEU-STATUS NOT = "00"
               DISPLAY "DATSICH: ARBEITSDATEI NICHT LESBAR, STATUS "
                   DSI-NEU-STATUS
               SET DSI-LAUF-HAT-FEHLER TO TRUE
               GO TO SCHREIBE-BESTAND-NEU-ENDE
           END-IF
           OPEN OUTPUT SICHERUNG-DATEI
           IF DSI-SICHERUNG-STATUS NOT = "00"
               DISPLAY "DATSICH: DATSICHB NICHT NEU ANLEGBAR, STATUS "
                   DSI-SICHERUNG-STATUS
               SET DSI-LAUF-HAT-FEHLER TO TRUE
               CLOSE NEU-DATEI
               GO TO SCHREIBE-BESTAND-NEU-ENDE
           END-IF
           MOVE "N" TO DSI-DATEI-ENDE
           PERFORM UEBERNIMM-NEU-SATZ THRU UEBERNIMM-NEU-SATZ-EXIT
               UNTIL DSI-ENDE-ERREICHT
           CLOSE NEU-DATEI
           CLOSE SICHERUNG-DATEI
           .
       SCHREIBE-BESTAND-NEU-ENDE.
           EXIT.

       UEBERNIMM-NEU-SATZ-VERARBEITUNG SECTION.
       UEBERNIMM-NEU-SATZ.
           READ NEU-DATEI
               AT END
                   SET DSI-ENDE-ERREICHT TO TRUE
           END-READ
           IF DSI-ENDE-ERREICHT
               GO TO UEBERNIMM-NEU-SATZ-EXIT
           END-IF
           IF DSI-NEU-STATUS NOT = "00"
               SET DSI-ENDE-ERREICHT TO TRUE
               SET DSI-LAUF-HAT-FEHLER TO TRUE
               GO TO UEBERNIMM-NEU-SATZ-EXIT
           END-IF
           MOVE NEU-SATZ TO SICHERUNG-ZEILE
           WRITE SICHERUNG-ZEILE
           IF DSI-SICHERUNG-STATUS NOT = "00"
               DISPLAY "DATSICH: DATSICHB BEIM ZURUECKSCHREIBEN NICHT"
                   " SCHREIBBAR, STATUS " DSI-SICHERUNG-STATUS
                   ", BESTAND IN DATSICHN"
               SET DSI-ENDE-ERREICHT TO TRUE
               SET DSI-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
       UEBERNIMM-NEU-SATZ-EXIT.
           EXIT.

       SCHREIBE-BERICHT SECTION.
           OPEN OUTPUT BERICHT-DATEI
           IF DSI-BERICHT-STATUS NOT = "00"
               DISPLAY "DATSICH: BERICHT NICHT SCHREIBBAR, STATUS "
                   DSI-BERICHT-STATUS
               GO TO SCHREIBE-BERICHT-ENDE
           END-IF
           MOVE DSI-NEUE-GEN TO DSI-BK-GENERATION
           MOVE DSI-AKTUELLES-DATUM (1:8) TO DSI-BK-DATUM
           MOVE DSI-AKTUELLES-DATUM (9:6) TO DSI-BK-UHRZEIT
           MOVE DSI-BERICHT-KOPF TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           IF DSI-LAUF-HAT-FEHLER
               MOVE DSI-FEHLER-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               CLOSE BERICHT-DATEI
               GO TO SCHREIBE-BERICHT-ENDE
           END-IF
           MOVE DSI-SPALTEN-KOPF TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM SCHREIBE-DATEI-ZEILE THRU SCHREIBE-DATEI-ZEILE-EXIT
               VARYING DSI-D FROM 1 BY 1
               UNTIL DSI-D > DSI-ANZAHL-DATEIEN
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           IF DSI-AELTESTE-GEN = 0
               MOVE DSI-NEUE-GEN TO DSI-AELTESTE-GEN
           END-IF
           COMPUTE DSI-GZ-BEHALTEN = DSI-BEHALTENE-GEN + 1
           MOVE DSI-AELTESTE-GEN TO DSI-GZ-AELTESTE
           MOVE DSI-VERWORFENE-GEN TO DSI-GZ-VERWORFEN
           MOVE DSI-GENERATIONEN-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           IF DSI-UNVOLLSTAENDIG > 0
               MOVE DSI-UNVOLLSTAENDIG-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           CLOSE BERICHT-DATEI
           .
       SCHREIBE-BERICHT-ENDE.
           EXIT.

       SCHREIBE-DATEI-ZEILE-VERARBEITUNG SECTION.
       SCHREIBE-DATEI-ZEILE.
           MOVE DSI-DATEI-NAME (DSI-D) TO DSI-DZ-DATEI
           MOVE DSI-ER-ANZAHL (DSI-D) TO DSI-DZ-ANZAHL
           MOVE DSI-ER-SUMME (DSI-D) TO DSI-DZ-SUMME
           MOVE DSI-ER-VERMERK (DSI-D) TO DSI-DZ-VERMERK
           MOVE DSI-DATEI-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
       SCHREIBE-DATEI-ZEILE-EXIT.
           EXIT.

       END PROGRAM DATSICH.
