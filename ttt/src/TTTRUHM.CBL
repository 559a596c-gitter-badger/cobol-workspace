       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTRUHM.
      * Ruhmeshalle: druckt aus der Saisonergebnisdatei TTTSAIS, die
      * TTTSAIS bei jedem Saisonabschluss fortschreibt, die Meister
      * aller abgeschlossenen Saisons auf den Bericht TTTRUHMR.
      * Je Saison ein Block: Zeitraum, Spiele und Spieler, der
      * Ratingerste und der Erste der Rangliste (Siegquote) beim
      * Abschluss und Sieger und Zweiter jedes in der Saison
      * beendeten Turniers. Die Saisons erscheinen in der Folge
      * ihrer Kennung.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAISON-DATEI ASSIGN TO "TTTSAIS"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SAI-SCHLUESSEL
               FILE STATUS IS RUH-SAISON-STATUS.

           SELECT BERICHT-DATEI ASSIGN TO "TTTRUHMR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUH-BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAISON-DATEI.
           COPY SAISSATZ.

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE PIC X(80).

       WORKING-STORAGE SECTION.
       01  RUH-SAISON-STATUS PIC XX.
       01  RUH-BERICHT-STATUS PIC XX.

       01  RUH-SCHALTER.
           05 RUH-DATEI-ENDE PIC X(01) VALUE "N".
             88 RUH-ENDE-ERREICHT VALUE "J".

       01  RUH-SAISONS PIC 9(04) VALUE 0.
       01  RUH-TURNIERE PIC 9(05) VALUE 0.
       01  RUH-ABGESCHLOSSEN PIC X(08) VALUE SPACES.

       01  RUH-BERICHT-KOPF.
           05 FILLER PIC X(40) VALUE
              "TTTRUHM RUHMESHALLE - MEISTER ALLER SAIS".
           05 FILLER PIC X(40) VALUE "ONS".
       01  RUH-TRENN-ZEILE.
           05 FILLER PIC X(40) VALUE ALL "-".
           05 FILLER PIC X(40) VALUE ALL "-".
       01  RUH-SAISON-ZEILE.
           05 FILLER PIC X(07) VALUE "SAISON ".
           05 RUH-SZ-SAISON PIC X(08).
           05 FILLER PIC X(05) VALUE " VOM ".
           05 RUH-SZ-VON-DATUM PIC 9(08).
           05 FILLER PIC X(05) VALUE " BIS ".
           05 RUH-SZ-BIS-DATUM PIC 9(08).
           05 FILLER PIC X(02) VALUE ", ".
           05 RUH-SZ-SPIELE PIC ZZZZZ9.
           05 FILLER PIC X(08) VALUE " SPIELE,".
           05 RUH-SZ-SPIELER PIC ZZZ9.
           05 FILLER PIC X(08) VALUE " SPIELER".
       01  RUH-RATING-ZEILE.
           05 FILLER PIC X(22) VALUE "  RATINGMEISTER      ".
           05 RUH-RZ-NAME PIC X(20).
           05 FILLER PIC X(08) VALUE " RATING ".
           05 RUH-RZ-WERT PIC ZZZ9.
           05 FILLER PIC X(08) VALUE " SPIELE ".
           05 RUH-RZ-SPIELE PIC ZZZZ9.
       01  RUH-RANG-ZEILE.
           05 FILLER PIC X(22) VALUE "  RANGLISTENERSTER   ".
           05 RUH-GZ-NAME PIC X(20).
           05 FILLER PIC X(08) VALUE " QUOTE  ".
           05 RUH-GZ-PROZENT PIC ZZ9.
           05 FILLER PIC X(09) VALUE "% SPIELE ".
           05 RUH-GZ-SPIELE PIC ZZZZ9.
       01  RUH-TURNIER-ZEILE.
           05 FILLER PIC X(10) VALUE "  TURNIER ".
           05 RUH-TZ-TURNIER-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RUH-TZ-ART PIC X(04).
           05 FILLER PIC X(08) VALUE " SIEGER ".
           05 RUH-TZ-SIEGER PIC X(20).
           05 FILLER PIC X(09) VALUE " ZWEITER ".
           05 RUH-TZ-ZWEITER PIC X(20).
       01  RUH-LEER-ZEILE.
           05 FILLER PIC X(40) VALUE
              "  KEIN TURNIER IN DIESER SAISON BEENDET".
       01  RUH-SUMMEN-ZEILE.
           05 RUH-SU-SAISONS PIC ZZZ9.
           05 FILLER PIC X(20) VALUE " SAISONS GEDRUCKT, ".
           05 RUH-SU-TURNIERE PIC ZZZZ9.
           05 FILLER PIC X(19) VALUE " TURNIERSIEGER".
       01  RUH-TURNIERE-DER-SAISON PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.

           OPEN OUTPUT BERICHT-DATEI
           IF RUH-BERICHT-STATUS NOT = "00"
               DISPLAY "TTTRUHM: BERICHT NICHT SCHREIBBAR, STATUS "
                   RUH-BERICHT-STATUS
           ELSE
               MOVE RUH-BERICHT-KOPF TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE RUH-TRENN-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               PERFORM DRUCKE-SAISONS
               MOVE RUH-TRENN-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE RUH-SAISONS TO RUH-SU-SAISONS
               MOVE RUH-TURNIERE TO RUH-SU-TURNIERE
               MOVE RUH-SUMMEN-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               CLOSE BERICHT-DATEI
           END-IF
           DISPLAY "TTTRUHM: " RUH-SAISONS " SAISONS, "
               RUH-TURNIERE " TURNIERSIEGER"

           GOBACK
          .

       DRUCKE-SAISONS SECTION.
           OPEN INPUT SAISON-DATEI
           IF RUH-SAISON-STATUS NOT = "00"
               MOVE "NOCH KEINE SAISON ABGESCHLOSSEN" TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           ELSE
               MOVE LOW-VALUES TO SAI-SCHLUESSEL
               START SAISON-DATEI KEY NOT < SAI-SCHLUESSEL
               IF RUH-SAISON-STATUS NOT = "00"
                   SET RUH-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM DRUCKE-SAISON-SATZ THRU DRUCKE-SAISON-SATZ-EXIT
                   UNTIL RUH-ENDE-ERREICHT
               PERFORM BEENDE-SAISON
               CLOSE SAISON-DATEI
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Je Saison liegt zuerst der Abschlusssatz (A), dann die
      * Ratings (E), die Rangliste (R) und die Turniere (T), jeweils
      * nach Platz bzw. Folge. Gedruckt wird nur der jeweils Erste.
      * Saetze einer Saison ohne Abschlusssatz stammen aus einem
      * abgebrochenen Abschluss und werden uebergangen.
      *----------------------------------------------------------------
       DRUCKE-SAISON-SATZ-VERARBEITUNG SECTION.
       DRUCKE-SAISON-SATZ.
           READ SAISON-DATEI NEXT RECORD
               AT END
                   SET RUH-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT RUH-ENDE-ERREICHT
              AND RUH-SAISON-STATUS NOT = "00"
               SET RUH-ENDE-ERREICHT TO TRUE
           END-IF
           IF RUH-ENDE-ERREICHT
               GO TO DRUCKE-SAISON-SATZ-EXIT
           END-IF
           IF NOT SAI-IST-ABSCHLUSS
              AND SAI-SAISON NOT = RUH-ABGESCHLOSSEN
               GO TO DRUCKE-SAISON-SATZ-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SAI-IST-ABSCHLUSS
                   PERFORM BEENDE-SAISON
                   MOVE SAI-SAISON TO RUH-ABGESCHLOSSEN
                   ADD 1 TO RUH-SAISONS
                   MOVE 0 TO RUH-TURNIERE-DER-SAISON
                   MOVE SAI-SAISON TO RUH-SZ-SAISON
                   MOVE SAI-A-VON-DATUM TO RUH-SZ-VON-DATUM
                   MOVE SAI-A-BIS-DATUM TO RUH-SZ-BIS-DATUM
                   MOVE SAI-A-SPIELE TO RUH-SZ-SPIELE
                   MOVE SAI-A-SPIELER TO RUH-SZ-SPIELER
                   MOVE SPACES TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
                   MOVE RUH-SAISON-ZEILE TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               WHEN SAI-IST-RATING AND SAI-FOLGE = 1
                   MOVE SAI-E-NAME TO RUH-RZ-NAME
                   MOVE SAI-E-WERT TO RUH-RZ-WERT
                   MOVE SAI-E-SPIELE TO RUH-RZ-SPIELE
                   MOVE RUH-RATING-ZEILE TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               WHEN SAI-IST-RANG AND SAI-FOLGE = 1
                   MOVE SAI-R-NAME TO RUH-GZ-NAME
                   MOVE SAI-R-PROZENT TO RUH-GZ-PROZENT
                   MOVE SAI-R-SPIELE TO RUH-GZ-SPIELE
                   MOVE RUH-RANG-ZEILE TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               WHEN SAI-IST-TURNIER
                   ADD 1 TO RUH-TURNIERE
                   ADD 1 TO RUH-TURNIERE-DER-SAISON
                   MOVE SAI-T-TURNIER-ID TO RUH-TZ-TURNIER-ID
                   EVALUATE SAI-T-ART
                       WHEN "K"
                           MOVE "K.O." TO RUH-TZ-ART
                       WHEN "S"
                           MOVE "SCHW" TO RUH-TZ-ART
                       WHEN OTHER
                           MOVE "RUND" TO RUH-TZ-ART
                   END-EVALUATE
                   MOVE SAI-T-SIEGER TO RUH-TZ-SIEGER
                   MOVE SAI-T-ZWEITER TO RUH-TZ-ZWEITER
                   MOVE RUH-TURNIER-ZEILE TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       DRUCKE-SAISON-SATZ-EXIT.
           EXIT.

      * Saison ohne beendetes Turnier: Hinweiszeile statt Siegern.
       BEENDE-SAISON SECTION.
           IF RUH-SAISONS > 0
              AND RUH-TURNIERE-DER-SAISON = 0
               MOVE RUH-LEER-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           .
           EXIT.

       END PROGRAM TTTRUHM.
