       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTINTG.
      * Naechtliche Pruefung der Bezuege zwischen den TTT-Dateien,
      * die keine andere Abstimmung abdeckt (Nachlaufbuch gegen
      * Ergebnisse prueft TTTARCH, Turnier gegen Ergebnisse TTTABGL,
      * Aussetzungen gegen Ergebnisse TTTSUHK). Vier Regeln:
      * 1. Der Serienstand in TTTMATCH (Siege A und B, Unentschieden,
      *    Spiele) muss den Spielen der Serie in TTTSCORE
      *    entsprechen. Die Spiele einer Serie stehen ohne Bezug zur
      *    Serie als freie Spiele in TTTSCORE; gezaehlt werden ab dem
      *    Beginndatum der Serie die freien Spiele der beiden Spieler
      *    in der Seitenfolge der Serie (Spieler A im ersten Spiel X,
      *    dann abwechselnd), bis die Zahl der Serienspiele erreicht
      *    ist. Serien, die vor dem ersten Spiel in TTTSCORE begonnen
      *    haben, liegen zum Teil im Saisonarchiv und werden nur
      *    gezaehlt.
      * 2. Jede Spielernummer in TTTRATNG muss im Spielerstamm
      *    TTTSPLR stehen.
      * 3. Eine Aussetzung in TTTSUSP mit Match-Kennung muss auf eine
      *    offene Serie in TTTMATCH zeigen.
      * 4. Die Spielernamen in TTTTURN und TTTMATCH muessen im
      *    Spielerstamm stehen; fuer offene Paarungen und offene
      *    Serien muss der Spieler aktiv sein. Alte Namen werden
      *    vorher wie in TTTSTAT ueber die Umbenennungen und
      *    Vereinigungen im Stammjournal TTTSPLJ auf den heutigen
      *    Namen uebersetzt. "** FREILOS **" und "COMPUTER" sind
      *    keine Stammspieler und bleiben aussen vor.
      * Die Ausnahmen kommen nach Regeln geordnet auf den Bericht
      * TTTINTGR. Bei Ausnahmen endet der Lauf mit
      * Ruecklieferungscode 4, ist eine Datei nicht lesbar mit 8.
      * Eine noch nicht angelegte Datei (Status 35) gilt als leer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-DATEI ASSIGN TO "TTTSCORE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS INT-SCORE-STATUS.

           SELECT MATCH-DATEI ASSIGN TO "TTTMATCH"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS MAT-KENNUNG
               FILE STATUS IS INT-MATCH-STATUS.

           SELECT RATING-DATEI ASSIGN TO "TTTRATNG"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS RAT-NUMMER
               FILE STATUS IS INT-RATING-STATUS.

           SELECT SPIELER-DATEI ASSIGN TO "TTTSPLR"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SPL-NUMMER
               FILE STATUS IS INT-SPIELER-STATUS.

           SELECT AUSSETZ-DATEI ASSIGN TO "TTTSUSP"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SUS-KENNUNG
               FILE STATUS IS INT-AUSSETZ-STATUS.

           SELECT TURNIER-DATEI ASSIGN TO "TTTTURN"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS TRN-SCHLUESSEL
               FILE STATUS IS INT-TURNIER-STATUS.

           SELECT JOURNAL-DATEI ASSIGN TO "TTTSPLJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INT-JOURNAL-STATUS.

           SELECT BERICHT-DATEI ASSIGN TO "TTTINTGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INT-BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-DATEI.
           COPY SCORSATZ.

       FD  MATCH-DATEI.
           COPY MATSATZ.

       FD  RATING-DATEI.
           COPY RATSATZ.

       FD  SPIELER-DATEI.
           COPY SPLSATZ.

       FD  AUSSETZ-DATEI.
           COPY SUSSATZ.

       FD  TURNIER-DATEI.
           COPY TRNSATZ.

       FD  JOURNAL-DATEI.
           COPY SPLJSATZ.

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE PIC X(100).

       WORKING-STORAGE SECTION.
       01  INT-SCORE-STATUS PIC XX.
       01  INT-MATCH-STATUS PIC XX.
       01  INT-RATING-STATUS PIC XX.
       01  INT-SPIELER-STATUS PIC XX.
       01  INT-AUSSETZ-STATUS PIC XX.
       01  INT-TURNIER-STATUS PIC XX.
       01  INT-JOURNAL-STATUS PIC XX.
       01  INT-BERICHT-STATUS PIC XX.

       01  INT-FREILOS-NAME PIC X(20) VALUE "** FREILOS **".
       01  INT-COMPUTER-NAME PIC X(20) VALUE "COMPUTER".

       01  INT-SCHALTER.
           05 INT-DATEI-ENDE PIC X(01) VALUE "N".
             88 INT-ENDE-ERREICHT VALUE "J".
           05 INT-SCORE-ENDE PIC X(01) VALUE "N".
             88 INT-SCORE-ENDE-ERREICHT VALUE "J".
           05 INT-LAUF-FEHLER PIC X(01) VALUE "N".
             88 INT-LAUF-HAT-FEHLER VALUE "J".
           05 INT-SCORE-OFFEN PIC X(01) VALUE "N".
             88 INT-SCORE-IST-OFFEN VALUE "J".
           05 INT-MATCH-OFFEN PIC X(01) VALUE "N".
             88 INT-MATCH-IST-OFFEN VALUE "J".
           05 INT-NAME-OFFEN PIC X(01).
             88 INT-NAME-MUSS-AKTIV-SEIN VALUE "J".

      * Spielerstamm: Nummer, Name und Status aller Stammsaetze.
       01  INT-MAX-STAMM PIC 9(03) VALUE 500.
       01  INT-ANZAHL-STAMM PIC 9(03) VALUE 0.
       01  INT-STAMM-TABELLE.
           05 INT-STAMM OCCURS 500.
               10 INT-ST-NUMMER PIC 9(05).
               10 INT-ST-NAME PIC X(20).
               10 INT-ST-STATUS PIC X(01).

      * Namensuebersetzung aus dem Stammjournal wie in TTTSTAT.
       01  INT-MAX-ALIAS PIC 9(02) VALUE 50.
       01  INT-ANZAHL-ALIAS PIC 9(02) VALUE 0.
       01  INT-ALIAS-TABELLE.
           05 INT-ALIAS OCCURS 50.
               10 INT-AL-ALT PIC X(20).
               10 INT-AL-NEU PIC X(20).
       01  INT-ALIAS-I PIC 9(02).
       01  INT-ALIAS-STUFE PIC 9(01).
       01  INT-ALIAS-FUND PIC 9(02).

       01  INT-I PIC 9(03).
       01  INT-FUNDSTELLE PIC 9(03).
       01  INT-SUCH-NUMMER PIC 9(05).
       01  INT-SUCH-NAME PIC X(20).
       01  INT-AKTUELLES-DATUM PIC X(21).

      * Erstes Spieldatum in TTTSCORE; aeltere Spiele stehen im
      * Saisonarchiv.
       01  INT-ERSTES-DATUM PIC 9(08) VALUE 99999999.

      * Nachgezaehlter Serienstand aus TTTSCORE.
       01  INT-SERIE-X PIC X(20).
       01  INT-SERIE-O PIC X(20).
       01  INT-GEZ-SIEGE-A PIC 9(02).
       01  INT-GEZ-SIEGE-B PIC 9(02).
       01  INT-GEZ-UNENTSCHIEDEN PIC 9(02).
       01  INT-GEZ-GESPIELT PIC 9(02).
       01  INT-REST PIC 9(01).
       01  INT-HALB PIC 9(02).

       01  INT-REGEL-NR PIC 9(01).
       01  INT-REGEL-AUSNAHMEN PIC 9(05).
       01  INT-AUSNAHMEN-GESAMT PIC 9(05) VALUE 0.
       01  INT-GEPRUEFT PIC 9(06).
       01  INT-NICHT-PRUEFBAR PIC 9(05).

       01  INT-BERICHT-KOPF.
           05 FILLER PIC X(38)
              VALUE "TTTINTG PRUEFUNG DER DATEIBEZUEGE VOM ".
           05 INT-BK-DATUM PIC 9(08).
       01  INT-REGEL-KOPF.
           05 FILLER PIC X(06) VALUE "REGEL ".
           05 INT-RK-NR PIC 9(01).
           05 FILLER PIC X(02) VALUE ": ".
           05 INT-RK-TEXT PIC X(60).
       01  INT-SERIEN-KOPF.
           05 FILLER PIC X(40)
              VALUE "  SERIE     SIEGE A/SIEGE B/UNENT/SPIELE".
           05 FILLER PIC X(14) VALUE "TTTMATCH".
           05 FILLER PIC X(08) VALUE "TTTSCORE".
       01  INT-SERIEN-ZEILE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 INT-SZ-KENNUNG PIC X(08).
           05 FILLER PIC X(30) VALUE SPACES.
           05 INT-SZ-M-SIEGE-A PIC Z9.
           05 FILLER PIC X(01) VALUE "/".
           05 INT-SZ-M-SIEGE-B PIC Z9.
           05 FILLER PIC X(01) VALUE "/".
           05 INT-SZ-M-UNENTSCHIEDEN PIC Z9.
           05 FILLER PIC X(01) VALUE "/".
           05 INT-SZ-M-GESPIELT PIC Z9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 INT-SZ-S-SIEGE-A PIC Z9.
           05 FILLER PIC X(01) VALUE "/".
           05 INT-SZ-S-SIEGE-B PIC Z9.
           05 FILLER PIC X(01) VALUE "/".
           05 INT-SZ-S-UNENTSCHIEDEN PIC Z9.
           05 FILLER PIC X(01) VALUE "/".
           05 INT-SZ-S-GESPIELT PIC Z9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 INT-SZ-HINWEIS PIC X(14).
       01  INT-RATING-ZEILE.
           05 FILLER PIC X(13) VALUE "  RATINGSATZ ".
           05 INT-RZ-NUMMER PIC 9(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 INT-RZ-NAME PIC X(20).
           05 FILLER PIC X(16) VALUE " OHNE STAMMSATZ".
       01  INT-AUSSETZ-ZEILE.
           05 FILLER PIC X(13) VALUE "  AUSSETZUNG ".
           05 INT-AZ-KENNUNG PIC X(08).
           05 FILLER PIC X(07) VALUE " SERIE ".
           05 INT-AZ-MATCH PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 INT-AZ-URTEIL PIC X(20).
       01  INT-NAMEN-ZEILE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 INT-NZ-DATEI PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 INT-NZ-KENNUNG PIC X(08).
           05 FILLER PIC X(04) VALUE " R= ".
           05 INT-NZ-RUNDE PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 INT-NZ-NAME PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 INT-NZ-URTEIL PIC X(20).
       01  INT-DATEI-FEHLER-ZEILE.
           05 FILLER PIC X(08) VALUE "  DATEI ".
           05 INT-DF-DATEI PIC X(08).
           05 FILLER PIC X(17) VALUE " NICHT LESBAR, ST".
           05 FILLER PIC X(06) VALUE "ATUS  ".
           05 INT-DF-STATUS PIC XX.
           05 FILLER PIC X(24) VALUE " - REGEL NICHT GEPRUEFT".
       01  INT-REGEL-SUMME.
           05 FILLER PIC X(11) VALUE "  GEPRUEFT ".
           05 INT-RS-GEPRUEFT PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE ", AUSNAHMEN ".
           05 INT-RS-AUSNAHMEN PIC ZZZZ9.
           05 INT-RS-ZUSATZ-TEXT PIC X(18).
           05 INT-RS-ZUSATZ PIC ZZZZ9 BLANK WHEN ZERO.
       01  INT-GESAMT-ZEILE.
           05 FILLER PIC X(17) VALUE "AUSNAHMEN GESAMT ".
           05 INT-GZ-AUSNAHMEN PIC ZZZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO INT-AKTUELLES-DATUM
           OPEN OUTPUT BERICHT-DATEI
           IF INT-BERICHT-STATUS NOT = "00"
               DISPLAY "TTTINTG: BERICHT NICHT SCHREIBBAR, STATUS "
                   INT-BERICHT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE INT-AKTUELLES-DATUM (1:8) TO INT-BK-DATUM
               MOVE INT-BERICHT-KOPF TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               PERFORM LADE-SPIELERSTAMM
               PERFORM LADE-NAMENS-JOURNAL
               PERFORM PRUEFE-SERIENSTAENDE
               PERFORM PRUEFE-RATINGNUMMERN
               PERFORM PRUEFE-AUSSETZUNGEN
               PERFORM PRUEFE-SPIELERNAMEN
               MOVE SPACES TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE INT-AUSNAHMEN-GESAMT TO INT-GZ-AUSNAHMEN
               MOVE INT-GESAMT-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               CLOSE BERICHT-DATEI
               DISPLAY "TTTINTG: " INT-AUSNAHMEN-GESAMT
                   " AUSNAHMEN, BERICHT TTTINTGR"
               IF INT-LAUF-HAT-FEHLER
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF INT-AUSNAHMEN-GESAMT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------
      * Spielerstamm in die Tabelle laden; Regeln 2 und 4 pruefen
      * gegen diese Tabelle.
      *----------------------------------------------------------------
       LADE-SPIELERSTAMM SECTION.
           OPEN INPUT SPIELER-DATEI
           IF INT-SPIELER-STATUS NOT = "00"
               IF INT-SPIELER-STATUS NOT = "35"
                   DISPLAY "TTTINTG: TTTSPLR NICHT LESBAR, STATUS "
                       INT-SPIELER-STATUS
                   SET INT-LAUF-HAT-FEHLER TO TRUE
               END-IF
           ELSE
               MOVE "N" TO INT-DATEI-ENDE
               PERFORM LADE-STAMMSATZ THRU LADE-STAMMSATZ-EXIT
                   UNTIL INT-ENDE-ERREICHT
               CLOSE SPIELER-DATEI
           END-IF
           .
           EXIT.

       LADE-STAMMSATZ-VERARBEITUNG SECTION.
       LADE-STAMMSATZ.
           READ SPIELER-DATEI NEXT RECORD
               AT END
                   SET INT-ENDE-ERREICHT TO TRUE
           END-READ
           IF INT-ENDE-ERREICHT
               GO TO LADE-STAMMSATZ-EXIT
           END-IF
           IF INT-SPIELER-STATUS NOT = "00"
               SET INT-ENDE-ERREICHT TO TRUE
               GO TO LADE-STAMMSATZ-EXIT
           END-IF
           IF INT-ANZAHL-STAMM < INT-MAX-STAMM
               ADD 1 TO INT-ANZAHL-STAMM
               MOVE SPL-NUMMER TO INT-ST-NUMMER (INT-ANZAHL-STAMM)
               MOVE SPL-NAME TO INT-ST-NAME (INT-ANZAHL-STAMM)
               MOVE SPL-STATUS TO INT-ST-STATUS (INT-ANZAHL-STAMM)
           ELSE
               DISPLAY "TTTINTG: STAMMTABELLE VOLL, SPIELER "
                   SPL-NUMMER " NICHT GELADEN"
               SET INT-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
       LADE-STAMMSATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Umbenennungen und Vereinigungen aus dem Stammjournal laden;
      * kein Journal heisst: keine Uebersetzung.
      *----------------------------------------------------------------
       LADE-NAMENS-JOURNAL SECTION.
           OPEN INPUT JOURNAL-DATEI
           IF INT-JOURNAL-STATUS = "00"
               MOVE "N" TO INT-DATEI-ENDE
               PERFORM LADE-EINE-UMBENENNUNG
                   THRU LADE-EINE-UMBENENNUNG-EXIT
                   UNTIL INT-ENDE-ERREICHT
               CLOSE JOURNAL-DATEI
           END-IF
           .
           EXIT.

       LADE-EINE-UMBENENNUNG-VERARBEITUNG SECTION.
       LADE-EINE-UMBENENNUNG.
           READ JOURNAL-DATEI
               AT END
                   SET INT-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT INT-ENDE-ERREICHT
              AND (SJO-IST-UMBENENNEN OR SJO-IST-VEREINIGEN)
               IF INT-ANZAHL-ALIAS < INT-MAX-ALIAS
                   ADD 1 TO INT-ANZAHL-ALIAS
                   MOVE SJO-ALT-NAME
                     TO INT-AL-ALT (INT-ANZAHL-ALIAS)
                   MOVE SJO-NEU-NAME
                     TO INT-AL-NEU (INT-ANZAHL-ALIAS)
               ELSE
                   DISPLAY "TTTINTG: ALIASTABELLE VOLL, "
                       SJO-ALT-NAME " NICHT UEBERSETZT"
                   SET INT-LAUF-HAT-FEHLER TO TRUE
               END-IF
           END-IF
           .
       LADE-EINE-UMBENENNUNG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Regel 1: Serienstand gegen TTTSCORE. Zuerst das erste
      * Spieldatum der Ergebnisdatei, dann je Serie das Nachzaehlen.
      *----------------------------------------------------------------
       PRUEFE-SERIENSTAENDE SECTION.
           MOVE 1 TO INT-REGEL-NR
           MOVE "SERIENSTAND TTTMATCH GEGEN TTTSCORE"
             TO INT-RK-TEXT
           PERFORM BEGINNE-REGEL
           MOVE INT-SERIEN-KOPF TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE "N" TO INT-SCORE-OFFEN
           OPEN INPUT SCORE-DATEI
           EVALUATE INT-SCORE-STATUS
               WHEN "00"
                   SET INT-SCORE-IST-OFFEN TO TRUE
                   PERFORM ERMITTLE-ERSTES-DATUM
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "TTTSCORE" TO INT-DF-DATEI
                   MOVE INT-SCORE-STATUS TO INT-DF-STATUS
                   PERFORM MELDE-DATEI-NICHT-LESBAR
                   GO TO PRUEFE-SERIENSTAENDE-ENDE
           END-EVALUATE
           OPEN INPUT MATCH-DATEI
           EVALUATE INT-MATCH-STATUS
               WHEN "00"
                   MOVE "N" TO INT-DATEI-ENDE
                   PERFORM PRUEFE-EINE-SERIE THRU PRUEFE-EINE-SERIE-EXIT
                       UNTIL INT-ENDE-ERREICHT
                   CLOSE MATCH-DATEI
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "TTTMATCH" TO INT-DF-DATEI
                   MOVE INT-MATCH-STATUS TO INT-DF-STATUS
                   PERFORM MELDE-DATEI-NICHT-LESBAR
           END-EVALUATE
           .
       PRUEFE-SERIENSTAENDE-ENDE.
           IF INT-SCORE-IST-OFFEN
               CLOSE SCORE-DATEI
           END-IF
           MOVE ", NICHT PRUEFBAR " TO INT-RS-ZUSATZ-TEXT
           MOVE INT-NICHT-PRUEFBAR TO INT-RS-ZUSATZ
           PERFORM BEENDE-REGEL
           .
           EXIT.

       ERMITTLE-ERSTES-DATUM SECTION.
           MOVE LOW-VALUES TO SCORE-SCHLUESSEL
           START SCORE-DATEI KEY NOT < SCORE-SCHLUESSEL
           IF INT-SCORE-STATUS = "00"
               READ SCORE-DATEI NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF INT-SCORE-STATUS = "00"
                   MOVE SCORE-DATUM TO INT-ERSTES-DATUM
               END-IF
           END-IF
           .
           EXIT.

       PRUEFE-EINE-SERIE-VERARBEITUNG SECTION.
       PRUEFE-EINE-SERIE.
           READ MATCH-DATEI NEXT RECORD
               AT END
                   SET INT-ENDE-ERREICHT TO TRUE
           END-READ
           IF INT-ENDE-ERREICHT
               GO TO PRUEFE-EINE-SERIE-EXIT
           END-IF
           IF INT-MATCH-STATUS NOT = "00"
               SET INT-ENDE-ERREICHT TO TRUE
               GO TO PRUEFE-EINE-SERIE-EXIT
           END-IF
           ADD 1 TO INT-GEPRUEFT
           IF MAT-BEGONNEN-AM < INT-ERSTES-DATUM
              AND MAT-GESPIELT > 0
               ADD 1 TO INT-NICHT-PRUEFBAR
               GO TO PRUEFE-EINE-SERIE-EXIT
           END-IF
           MOVE 0 TO INT-GEZ-SIEGE-A
           MOVE 0 TO INT-GEZ-SIEGE-B
           MOVE 0 TO INT-GEZ-UNENTSCHIEDEN
           MOVE 0 TO INT-GEZ-GESPIELT
           IF INT-SCORE-IST-OFFEN
              AND MAT-GESPIELT > 0
               MOVE "N" TO INT-SCORE-ENDE
               MOVE MAT-BEGONNEN-AM TO SCORE-DATUM
               MOVE 0 TO SCORE-UHRZEIT
               START SCORE-DATEI KEY NOT < SCORE-SCHLUESSEL
               IF INT-SCORE-STATUS NOT = "00"
                   SET INT-SCORE-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM ZAEHLE-SERIENSPIEL THRU ZAEHLE-SERIENSPIEL-EXIT
                   UNTIL INT-SCORE-ENDE-ERREICHT
                      OR INT-GEZ-GESPIELT NOT < MAT-GESPIELT
           END-IF
           IF INT-GEZ-GESPIELT = MAT-GESPIELT
              AND INT-GEZ-SIEGE-A = MAT-SIEGE-A
              AND INT-GEZ-SIEGE-B = MAT-SIEGE-B
              AND INT-GEZ-UNENTSCHIEDEN = MAT-UNENTSCHIEDEN
               GO TO PRUEFE-EINE-SERIE-EXIT
           END-IF
           MOVE MAT-KENNUNG TO INT-SZ-KENNUNG
           MOVE MAT-SIEGE-A TO INT-SZ-M-SIEGE-A
           MOVE MAT-SIEGE-B TO INT-SZ-M-SIEGE-B
           MOVE MAT-UNENTSCHIEDEN TO INT-SZ-M-UNENTSCHIEDEN
           MOVE MAT-GESPIELT TO INT-SZ-M-GESPIELT
           MOVE INT-GEZ-SIEGE-A TO INT-SZ-S-SIEGE-A
           MOVE INT-GEZ-SIEGE-B TO INT-SZ-S-SIEGE-B
           MOVE INT-GEZ-UNENTSCHIEDEN TO INT-SZ-S-UNENTSCHIEDEN
           MOVE INT-GEZ-GESPIELT TO INT-SZ-S-GESPIELT
           IF INT-GEZ-GESPIELT < MAT-GESPIELT
               MOVE "SPIELE FEHLEN" TO INT-SZ-HINWEIS
           ELSE
               MOVE "ABWEICHUNG" TO INT-SZ-HINWEIS
           END-IF
           MOVE INT-SERIEN-ZEILE TO BERICHT-ZEILE
           PERFORM SCHREIBE-AUSNAHME
           .
       PRUEFE-EINE-SERIE-EXIT.
           EXIT.

      * Naechstes freies Spiel der beiden Serienspieler in der
      * Seitenfolge der Serie: bei gerader Zahl bisher gezaehlter
      * Spiele hat Spieler A das X.
       ZAEHLE-SERIENSPIEL-VERARBEITUNG SECTION.
       ZAEHLE-SERIENSPIEL.
           READ SCORE-DATEI NEXT RECORD
               AT END
                   SET INT-SCORE-ENDE-ERREICHT TO TRUE
           END-READ
           IF INT-SCORE-ENDE-ERREICHT
               GO TO ZAEHLE-SERIENSPIEL-EXIT
           END-IF
           IF INT-SCORE-STATUS NOT = "00"
               SET INT-SCORE-ENDE-ERREICHT TO TRUE
               GO TO ZAEHLE-SERIENSPIEL-EXIT
           END-IF
           IF SCORE-TURNIER-ID NOT = SPACES
               GO TO ZAEHLE-SERIENSPIEL-EXIT
           END-IF
           DIVIDE INT-GEZ-GESPIELT BY 2 GIVING INT-HALB
               REMAINDER INT-REST
           IF INT-REST = 0
               MOVE MAT-SPIELER-A TO INT-SERIE-X
               MOVE MAT-SPIELER-B TO INT-SERIE-O
           ELSE
               MOVE MAT-SPIELER-B TO INT-SERIE-X
               MOVE MAT-SPIELER-A TO INT-SERIE-O
           END-IF
           IF SCORE-SPIELER-X NOT = INT-SERIE-X
              OR SCORE-SPIELER-O NOT = INT-SERIE-O
               GO TO ZAEHLE-SERIENSPIEL-EXIT
           END-IF
           ADD 1 TO INT-GEZ-GESPIELT
           EVALUATE SCORE-GEWINNER
               WHEN "X"
                   IF INT-REST = 0
                       ADD 1 TO INT-GEZ-SIEGE-A
                   ELSE
                       ADD 1 TO INT-GEZ-SIEGE-B
                   END-IF
               WHEN "O"
                   IF INT-REST = 0
                       ADD 1 TO INT-GEZ-SIEGE-B
                   ELSE
                       ADD 1 TO INT-GEZ-SIEGE-A
                   END-IF
               WHEN OTHER
                   ADD 1 TO INT-GEZ-UNENTSCHIEDEN
           END-EVALUATE
           .
       ZAEHLE-SERIENSPIEL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Regel 2: jede Ratingnummer muss im Spielerstamm stehen.
      *----------------------------------------------------------------
       PRUEFE-RATINGNUMMERN SECTION.
           MOVE 2 TO INT-REGEL-NR
           MOVE "RATINGNUMMER OHNE STAMMSATZ IN TTTSPLR"
             TO INT-RK-TEXT
           PERFORM BEGINNE-REGEL
           OPEN INPUT RATING-DATEI
           EVALUATE INT-RATING-STATUS
               WHEN "00"
                   MOVE "N" TO INT-DATEI-ENDE
                   PERFORM PRUEFE-EINE-RATINGNUMMER
                       THRU PRUEFE-EINE-RATINGNUMMER-EXIT
                       UNTIL INT-ENDE-ERREICHT
                   CLOSE RATING-DATEI
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "TTTRATNG" TO INT-DF-DATEI
                   MOVE INT-RATING-STATUS TO INT-DF-STATUS
                   PERFORM MELDE-DATEI-NICHT-LESBAR
           END-EVALUATE
           PERFORM BEENDE-REGEL
           .
           EXIT.

       PRUEFE-EINE-RATINGNUMMER-VERARBEITUNG SECTION.
       PRUEFE-EINE-RATINGNUMMER.
           READ RATING-DATEI NEXT RECORD
               AT END
                   SET INT-ENDE-ERREICHT TO TRUE
           END-READ
           IF INT-ENDE-ERREICHT
               GO TO PRUEFE-EINE-RATINGNUMMER-EXIT
           END-IF
           IF INT-RATING-STATUS NOT = "00"
               SET INT-ENDE-ERREICHT TO TRUE
               GO TO PRUEFE-EINE-RATINGNUMMER-EXIT
           END-IF
           ADD 1 TO INT-GEPRUEFT
           MOVE RAT-NUMMER TO INT-SUCH-NUMMER
           MOVE 0 TO INT-FUNDSTELLE
           PERFORM SUCHE-NUMMER THRU SUCHE-NUMMER-EXIT
               VARYING INT-I FROM 1 BY 1
               UNTIL INT-I > INT-ANZAHL-STAMM
                  OR INT-FUNDSTELLE NOT = 0
           IF INT-FUNDSTELLE = 0
               MOVE RAT-NUMMER TO INT-RZ-NUMMER
               MOVE RAT-NAME TO INT-RZ-NAME
               MOVE INT-RATING-ZEILE TO BERICHT-ZEILE
               PERFORM SCHREIBE-AUSNAHME
           END-IF
           .
       PRUEFE-EINE-RATINGNUMMER-EXIT.
           EXIT.

       SUCHE-NUMMER-VERARBEITUNG SECTION.
       SUCHE-NUMMER.
           IF INT-ST-NUMMER (INT-I) = INT-SUCH-NUMMER
               MOVE INT-I TO INT-FUNDSTELLE
           END-IF
           .
       SUCHE-NUMMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Regel 3: eine Aussetzung mit Match-Kennung muss auf eine
      * offene Serie zeigen.
      *----------------------------------------------------------------
       PRUEFE-AUSSETZUNGEN SECTION.
           MOVE 3 TO INT-REGEL-NR
           MOVE "AUSSETZUNG OHNE OFFENE SERIE"
             TO INT-RK-TEXT
           PERFORM BEGINNE-REGEL
           MOVE "N" TO INT-MATCH-OFFEN
           OPEN INPUT MATCH-DATEI
           EVALUATE INT-MATCH-STATUS
               WHEN "00"
                   SET INT-MATCH-IST-OFFEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "TTTMATCH" TO INT-DF-DATEI
                   MOVE INT-MATCH-STATUS TO INT-DF-STATUS
                   PERFORM MELDE-DATEI-NICHT-LESBAR
                   GO TO PRUEFE-AUSSETZUNGEN-ENDE
           END-EVALUATE
           OPEN INPUT AUSSETZ-DATEI
           EVALUATE INT-AUSSETZ-STATUS
               WHEN "00"
                   MOVE "N" TO INT-DATEI-ENDE
                   PERFORM PRUEFE-EINE-AUSSETZUNG
                       THRU PRUEFE-EINE-AUSSETZUNG-EXIT
                       UNTIL INT-ENDE-ERREICHT
                   CLOSE AUSSETZ-DATEI
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "TTTSUSP" TO INT-DF-DATEI
                   MOVE INT-AUSSETZ-STATUS TO INT-DF-STATUS
                   PERFORM MELDE-DATEI-NICHT-LESBAR
           END-EVALUATE
           .
       PRUEFE-AUSSETZUNGEN-ENDE.
           IF INT-MATCH-IST-OFFEN
               CLOSE MATCH-DATEI
           END-IF
           PERFORM BEENDE-REGEL
           .
           EXIT.

       PRUEFE-EINE-AUSSETZUNG-VERARBEITUNG SECTION.
       PRUEFE-EINE-AUSSETZUNG.
           READ AUSSETZ-DATEI NEXT RECORD
               AT END
                   SET INT-ENDE-ERREICHT TO TRUE
           END-READ
           IF INT-ENDE-ERREICHT
               GO TO PRUEFE-EINE-AUSSETZUNG-EXIT
           END-IF
           IF INT-AUSSETZ-STATUS NOT = "00"
               SET INT-ENDE-ERREICHT TO TRUE
               GO TO PRUEFE-EINE-AUSSETZUNG-EXIT
           END-IF
           IF SUS-MATCH-KENNUNG = SPACES
               GO TO PRUEFE-EINE-AUSSETZUNG-EXIT
           END-IF
           ADD 1 TO INT-GEPRUEFT
           MOVE SPACES TO INT-AZ-URTEIL
           IF INT-MATCH-IST-OFFEN
               MOVE SUS-MATCH-KENNUNG TO MAT-KENNUNG
               READ MATCH-DATEI
               IF INT-MATCH-STATUS NOT = "00"
                   MOVE "SERIE FEHLT" TO INT-AZ-URTEIL
               ELSE
                   IF NOT MAT-IST-OFFEN
                       MOVE "SERIE NICHT OFFEN" TO INT-AZ-URTEIL
                   END-IF
               END-IF
           ELSE
               MOVE "SERIE FEHLT" TO INT-AZ-URTEIL
           END-IF
           IF INT-AZ-URTEIL NOT = SPACES
               MOVE SUS-KENNUNG TO INT-AZ-KENNUNG
               MOVE SUS-MATCH-KENNUNG TO INT-AZ-MATCH
               MOVE INT-AUSSETZ-ZEILE TO BERICHT-ZEILE
               PERFORM SCHREIBE-AUSNAHME
           END-IF
           .
       PRUEFE-EINE-AUSSETZUNG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Regel 4: Spielernamen in TTTTURN und TTTMATCH gegen den
      * Spielerstamm. Offene Paarungen und offene Serien brauchen
      * einen aktiven Spieler; abgeschlossene nur einen Stammsatz,
      * damit ein spaeter deaktivierter Spieler seine alten Turniere
      * nicht jede Nacht als Ausnahme meldet.
      *----------------------------------------------------------------
       PRUEFE-SPIELERNAMEN SECTION.
           MOVE 4 TO INT-REGEL-NR
           MOVE "SPIELERNAMEN TTTTURN/TTTMATCH"
             TO INT-RK-TEXT
           PERFORM BEGINNE-REGEL
           OPEN INPUT TURNIER-DATEI
           EVALUATE INT-TURNIER-STATUS
               WHEN "00"
                   MOVE "N" TO INT-DATEI-ENDE
                   PERFORM PRUEFE-PAARUNGSNAMEN
                       THRU PRUEFE-PAARUNGSNAMEN-EXIT
                       UNTIL INT-ENDE-ERREICHT
                   CLOSE TURNIER-DATEI
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "TTTTURN" TO INT-DF-DATEI
                   MOVE INT-TURNIER-STATUS TO INT-DF-STATUS
                   PERFORM MELDE-DATEI-NICHT-LESBAR
           END-EVALUATE
           OPEN INPUT MATCH-DATEI
           EVALUATE INT-MATCH-STATUS
               WHEN "00"
                   MOVE "N" TO INT-DATEI-ENDE
                   PERFORM PRUEFE-SERIENNAMEN
                       THRU PRUEFE-SERIENNAMEN-EXIT
                       UNTIL INT-ENDE-ERREICHT
                   CLOSE MATCH-DATEI
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "TTTMATCH" TO INT-DF-DATEI
                   MOVE INT-MATCH-STATUS TO INT-DF-STATUS
                   PERFORM MELDE-DATEI-NICHT-LESBAR
           END-EVALUATE
           PERFORM BEENDE-REGEL
           .
           EXIT.

       PRUEFE-PAARUNGSNAMEN-VERARBEITUNG SECTION.
       PRUEFE-PAARUNGSNAMEN.
           READ TURNIER-DATEI NEXT RECORD
               AT END
                   SET INT-ENDE-ERREICHT TO TRUE
           END-READ
           IF INT-ENDE-ERREICHT
               GO TO PRUEFE-PAARUNGSNAMEN-EXIT
           END-IF
           IF INT-TURNIER-STATUS NOT = "00"
               SET INT-ENDE-ERREICHT TO TRUE
               GO TO PRUEFE-PAARUNGSNAMEN-EXIT
           END-IF
           ADD 1 TO INT-GEPRUEFT
           IF TRN-ERGEBNIS = SPACES
               SET INT-NAME-MUSS-AKTIV-SEIN TO TRUE
           ELSE
               MOVE "N" TO INT-NAME-OFFEN
           END-IF
           MOVE "TTTTURN" TO INT-NZ-DATEI
           MOVE TRN-TURNIER-ID TO INT-NZ-KENNUNG
           MOVE TRN-RUNDE TO INT-NZ-RUNDE
           MOVE TRN-SPIELER-X TO INT-SUCH-NAME
           PERFORM PRUEFE-NAME
           MOVE TRN-SPIELER-O TO INT-SUCH-NAME
           PERFORM PRUEFE-NAME
           .
       PRUEFE-PAARUNGSNAMEN-EXIT.
           EXIT.

       PRUEFE-SERIENNAMEN-VERARBEITUNG SECTION.
       PRUEFE-SERIENNAMEN.
           READ MATCH-DATEI NEXT RECORD
               AT END
                   SET INT-ENDE-ERREICHT TO TRUE
           END-READ
           IF INT-ENDE-ERREICHT
               GO TO PRUEFE-SERIENNAMEN-EXIT
           END-IF
           IF INT-MATCH-STATUS NOT = "00"
               SET INT-ENDE-ERREICHT TO TRUE
               GO TO PRUEFE-SERIENNAMEN-EXIT
           END-IF
           ADD 1 TO INT-GEPRUEFT
           IF MAT-IST-OFFEN
               SET INT-NAME-MUSS-AKTIV-SEIN TO TRUE
           ELSE
               MOVE "N" TO INT-NAME-OFFEN
           END-IF
           MOVE "TTTMATCH" TO INT-NZ-DATEI
           MOVE MAT-KENNUNG TO INT-NZ-KENNUNG
           MOVE MAT-RUNDE TO INT-NZ-RUNDE
           MOVE MAT-SPIELER-A TO INT-SUCH-NAME
           PERFORM PRUEFE-NAME
           MOVE MAT-SPIELER-B TO INT-SUCH-NAME
           PERFORM PRUEFE-NAME
           .
       PRUEFE-SERIENNAMEN-EXIT.
           EXIT.

       PRUEFE-NAME SECTION.
           IF INT-SUCH-NAME = INT-FREILOS-NAME
              OR INT-SUCH-NAME = INT-COMPUTER-NAME
              OR INT-SUCH-NAME = SPACES
               GO TO PRUEFE-NAME-ENDE
           END-IF
      * Im Bericht steht der Name, wie er in der Datei steht.
           MOVE INT-SUCH-NAME TO INT-NZ-NAME
           PERFORM UEBERSETZE-EINE-STUFE
               THRU UEBERSETZE-EINE-STUFE-EXIT
               VARYING INT-ALIAS-STUFE FROM 1 BY 1
               UNTIL INT-ALIAS-STUFE > 5
           MOVE 0 TO INT-FUNDSTELLE
           PERFORM SUCHE-NAME THRU SUCHE-NAME-EXIT
               VARYING INT-I FROM 1 BY 1
               UNTIL INT-I > INT-ANZAHL-STAMM
                  OR INT-FUNDSTELLE NOT = 0
           MOVE SPACES TO INT-NZ-URTEIL
           IF INT-FUNDSTELLE = 0
               MOVE "KEIN STAMMSATZ" TO INT-NZ-URTEIL
           ELSE
               IF INT-NAME-MUSS-AKTIV-SEIN
                  AND INT-ST-STATUS (INT-FUNDSTELLE) NOT = "A"
                   MOVE "SPIELER INAKTIV" TO INT-NZ-URTEIL
               END-IF
           END-IF
           IF INT-NZ-URTEIL NOT = SPACES
               MOVE INT-NAMEN-ZEILE TO BERICHT-ZEILE
               PERFORM SCHREIBE-AUSNAHME
           END-IF
           .
       PRUEFE-NAME-ENDE.
           EXIT.

      * Alter Name auf den heutigen, hoechstens fuenf Stufen.
       UEBERSETZE-EINE-STUFE-VERARBEITUNG SECTION.
       UEBERSETZE-EINE-STUFE.
           MOVE 0 TO INT-ALIAS-FUND
           PERFORM SUCHE-ALIAS THRU SUCHE-ALIAS-EXIT
               VARYING INT-ALIAS-I FROM 1 BY 1
               UNTIL INT-ALIAS-I > INT-ANZAHL-ALIAS
                  OR INT-ALIAS-FUND NOT = 0
           IF INT-ALIAS-FUND NOT = 0
               MOVE INT-AL-NEU (INT-ALIAS-FUND) TO INT-SUCH-NAME
           END-IF
           .
       UEBERSETZE-EINE-STUFE-EXIT.
           EXIT.

       SUCHE-ALIAS-VERARBEITUNG SECTION.
       SUCHE-ALIAS.
           IF INT-AL-ALT (INT-ALIAS-I) = INT-SUCH-NAME
               MOVE INT-ALIAS-I TO INT-ALIAS-FUND
           END-IF
           .
       SUCHE-ALIAS-EXIT.
           EXIT.

      * Bei einem aktiven und einem inaktiven Stammsatz desselben
      * Namens zaehlt der aktive.
       SUCHE-NAME-VERARBEITUNG SECTION.
       SUCHE-NAME.
           IF INT-ST-NAME (INT-I) = INT-SUCH-NAME
               IF INT-FUNDSTELLE = 0
                  OR INT-ST-STATUS (INT-I) = "A"
                   MOVE INT-I TO INT-FUNDSTELLE
               END-IF
           END-IF
           .
       SUCHE-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Gemeinsame Berichtsteile: Kopf und Summe je Regel, eine
      * Ausnahmezeile, eine nicht lesbare Datei.
      *----------------------------------------------------------------
       BEGINNE-REGEL SECTION.
           MOVE 0 TO INT-REGEL-AUSNAHMEN
           MOVE 0 TO INT-GEPRUEFT
           MOVE 0 TO INT-NICHT-PRUEFBAR
           MOVE SPACES TO INT-RS-ZUSATZ-TEXT
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE INT-REGEL-NR TO INT-RK-NR
           MOVE INT-REGEL-KOPF TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
           EXIT.

       BEENDE-REGEL SECTION.
           MOVE INT-GEPRUEFT TO INT-RS-GEPRUEFT
           MOVE INT-REGEL-AUSNAHMEN TO INT-RS-AUSNAHMEN
           IF INT-RS-ZUSATZ-TEXT = SPACES
               MOVE 0 TO INT-RS-ZUSATZ
           END-IF
           MOVE INT-REGEL-SUMME TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
           EXIT.

       SCHREIBE-AUSNAHME SECTION.
           WRITE BERICHT-ZEILE
           ADD 1 TO INT-REGEL-AUSNAHMEN
           ADD 1 TO INT-AUSNAHMEN-GESAMT
           .
           EXIT.

       MELDE-DATEI-NICHT-LESBAR SECTION.
           MOVE INT-DATEI-FEHLER-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           DISPLAY "TTTINTG: " INT-DF-DATEI " NICHT LESBAR, STATUS "
               INT-DF-STATUS
           SET INT-LAUF-HAT-FEHLER TO TRUE
           .
           EXIT.

       END PROGRAM TTTINTG.
