       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTEROF.
      * Eroeffnungsanalyse aus dem Nachlaufbuch-Archiv TTTAUDAR.
      * Die Zugzeilen des Archivs werden nach Spiel-Kennung und
      * Zugnummer sortiert (die Laufueberschriften von TTTARCH
      * fallen dabei heraus); der Gruppenwechsel je Spiel liefert
      * ersten und zweiten Zug, und der Ergebnissatz unter derselben
      * Kennung (AUDIT-SPIEL-KENNUNG = SCORE-SCHLUESSEL) liefert den
      * Ausgang. Spiele frueherer Saisons findet der Lauf im
      * Saisonarchiv TTTSCARC. Zuege ohne Ergebnissatz (abgebrochene
      * Spiele) werden nur gezaehlt.
      * Der Bericht TTTEROFR hat vier Teile:
      * 1. je erstem Zug (Feld = AUDIT-ZEILE,AUDIT-SPALTE), wie oft
      *    X danach gewann, unentschieden spielte oder verlor;
      * 2. dasselbe fuer die zehn haeufigsten Eroeffnungen aus den
      *    ersten beiden Zuegen;
      * 3. je Spieler seine drei liebsten ersten Zuege als X mit
      *    seiner Bilanz damit (Namen wie in TTTSTAT ueber das
      *    Stammjournal TTTSPLJ auf den heutigen Namen uebersetzt);
      * 4. Mensch gegen Computer: je Spielstufe, erstem Zug des
      *    Menschen und Antwort von COMPUTER-ZUG, wie die Spiele
      *    ausgingen - so ist zu sehen, welche Computerantworten die
      *    Spieler auszunutzen gelernt haben.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIV-DATEI ASSIGN TO "TTTAUDAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ERO-ARCHIV-STATUS.

           SELECT SCORE-DATEI ASSIGN TO "TTTSCORE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS ERO-SCORE-STATUS.

           SELECT SAISON-ARCHIV ASSIGN TO "TTTSCARC"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCA-SCHLUESSEL
               FILE STATUS IS ERO-SAISON-STATUS.

           SELECT JOURNAL-DATEI ASSIGN TO "TTTSPLJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ERO-JOURNAL-STATUS.

           SELECT BERICHT-DATEI ASSIGN TO "TTTEROFR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ERO-BERICHT-STATUS.

           SELECT SORT-ZUEGE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
      * Archivzeile: Zugzeile im Satzbild AUDSATZ oder
      * Laufueberschrift "** ARCHIVLAUF ...".
       FD  ARCHIV-DATEI.
           COPY AUDSATZ.

       FD  SCORE-DATEI.
           COPY SCORSATZ.

       FD  SAISON-ARCHIV.
           COPY SCASATZ.

       FD  JOURNAL-DATEI.
           COPY SPLJSATZ.

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE PIC X(80).

      * Sortiersatz je Zug: Spiel-Kennung und Zugnummer als
      * Sortierbegriff.
       SD  SORT-ZUEGE.
       01  SRT-ZUG-SATZ.
           05 SRT-KENNUNG PIC X(16).
           05 SRT-ZUG-NR PIC 9(02).
           05 SRT-SPIELER PIC X(01).
           05 SRT-ZEILE PIC 9(01).
           05 SRT-SPALTE PIC 9(01).

       WORKING-STORAGE SECTION.
       01  ERO-ARCHIV-STATUS PIC XX.
       01  ERO-SCORE-STATUS PIC XX.
       01  ERO-SAISON-STATUS PIC XX.
       01  ERO-JOURNAL-STATUS PIC XX.
       01  ERO-BERICHT-STATUS PIC XX.

       01  ERO-SCHALTER.
           05 ERO-DATEI-ENDE PIC X(01) VALUE "N".
             88 ERO-ENDE-ERREICHT VALUE "J".
           05 ERO-LAUF-FEHLER PIC X(01) VALUE "N".
             88 ERO-LAUF-HAT-FEHLER VALUE "J".
           05 ERO-SCORE-OFFEN PIC X(01) VALUE "N".
             88 ERO-SCORE-IST-OFFEN VALUE "J".
           05 ERO-SAISON-OFFEN PIC X(01) VALUE "N".
             88 ERO-SAISON-IST-OFFEN VALUE "J".
           05 ERO-ERGEBNIS PIC X(01).
             88 ERO-ERGEBNIS-GEFUNDEN VALUE "J".
             88 ERO-ERGEBNIS-FEHLT VALUE "N".

      * Namensuebersetzung aus dem Stammjournal wie in TTTSTAT.
       01  ERO-MAX-ALIAS PIC 9(02) VALUE 50.
       01  ERO-ANZAHL-ALIAS PIC 9(02) VALUE 0.
       01  ERO-ALIAS-TABELLE.
           05 ERO-ALIAS OCCURS 50.
               10 ERO-AL-ALT PIC X(20).
               10 ERO-AL-NEU PIC X(20).
       01  ERO-ALIAS-I PIC 9(02).
       01  ERO-ALIAS-STUFE PIC 9(01).
       01  ERO-ALIAS-FUND PIC 9(02).
       01  ERO-SUCH-NAME PIC X(20).

      * Gruppenwechsel je Spiel.
       01  ERO-GRUPPEN-KENNUNG PIC X(16) VALUE LOW-VALUES.
       01  ERO-GR-FELD-1 PIC 9(01).
       01  ERO-GR-FELD-2 PIC 9(01).
       01  ERO-FELD PIC 9(02).

      * Ausgang des Spiels und Spieler aus dem Ergebnissatz.
       01  ERO-GEWINNER PIC X(10).
       01  ERO-SPIELER-X PIC X(20).
       01  ERO-SPIELER-O PIC X(20).
       01  ERO-STUFE PIC X(01).
       01  ERO-STUFE-NR PIC 9(01).

      * Teil 1: je erstem Zug (Feld 1 bis 9 = (Zeile-1)*3+Spalte).
       01  ERO-ERSTER-TABELLE.
           05 ERO-ERSTER OCCURS 9.
               10 ERO-EZ-SPIELE PIC 9(06).
               10 ERO-EZ-X PIC 9(06).
               10 ERO-EZ-REMIS PIC 9(06).
               10 ERO-EZ-O PIC 9(06).

      * Teil 2: je Eroeffnung aus erstem und zweitem Zug.
       01  ERO-PAAR-TABELLE.
           05 ERO-PAAR-ERSTER OCCURS 9.
               10 ERO-PAAR OCCURS 9.
                   15 ERO-PA-SPIELE PIC 9(06).
                   15 ERO-PA-X PIC 9(06).
                   15 ERO-PA-REMIS PIC 9(06).
                   15 ERO-PA-O PIC 9(06).
                   15 ERO-PA-GEDRUCKT PIC X(01).

      * Teil 3: je Spieler und erstem Zug als X.
       01  ERO-MAX-SPIELER PIC 9(03) VALUE 200.
       01  ERO-ANZAHL-SPIELER PIC 9(03) VALUE 0.
       01  ERO-SPIELER-TABELLE.
           05 ERO-SPIELER OCCURS 200.
               10 ERO-SP-NAME PIC X(20).
               10 ERO-SP-SPIELE PIC 9(05).
               10 ERO-SP-FELD OCCURS 9.
                   15 ERO-SF-SPIELE PIC 9(05).
                   15 ERO-SF-SIEGE PIC 9(05).
                   15 ERO-SF-REMIS PIC 9(05).
                   15 ERO-SF-NIEDERLAGEN PIC 9(05).

      * Teil 4: je Spielstufe (L, N, P), erstem Zug des Menschen
      * und Antwort des Computers.
       01  ERO-COMPUTER-TABELLE.
           05 ERO-CO-STUFE OCCURS 3.
               10 ERO-CO-ERSTER OCCURS 9.
                   15 ERO-CO-ANTWORT OCCURS 9.
                       20 ERO-CA-SPIELE PIC 9(05).
                       20 ERO-CA-SIEGE PIC 9(05).
                       20 ERO-CA-REMIS PIC 9(05).
                       20 ERO-CA-NIEDERLAGEN PIC 9(05).
       01  ERO-STUFEN-NAMEN.
           05 FILLER PIC X(06) VALUE "LEICHT".
           05 FILLER PIC X(06) VALUE "NORMAL".
           05 FILLER PIC X(06) VALUE "PERFEK".
       01  ERO-STUFEN-TABELLE REDEFINES ERO-STUFEN-NAMEN.
           05 ERO-STUFEN-NAME PIC X(06) OCCURS 3.

       01  ERO-I PIC 9(03).
       01  ERO-J PIC 9(02).
       01  ERO-K PIC 9(02).
       01  ERO-RANG PIC 9(02).
       01  ERO-FUNDSTELLE PIC 9(03).
       01  ERO-BESTE-SPIELE PIC 9(06).
       01  ERO-BESTES-J PIC 9(02).
       01  ERO-BESTES-K PIC 9(02).
       01  ERO-GEWAEHLT-TABELLE.
           05 ERO-GEWAEHLT PIC 9(02) OCCURS 3.
       01  ERO-QUOTE PIC 9(03).
       01  ERO-FELD-ZEILE PIC 9(01).
       01  ERO-FELD-SPALTE PIC 9(01).
       01  ERO-FELD-REST PIC 9(01).
       01  ERO-FELD-INDEX PIC 9(01).

       01  ERO-ZUGZEILEN PIC 9(07) VALUE 0.
       01  ERO-SPIELE PIC 9(06) VALUE 0.
       01  ERO-OHNE-ERGEBNIS PIC 9(06) VALUE 0.
       01  ERO-COMPUTER-SPIELE PIC 9(06) VALUE 0.
       01  ERO-AKTUELLES-DATUM PIC X(21).

       01  ERO-KOPF-1.
           05 FILLER PIC X(40) VALUE
              "TTTEROF EROEFFNUNGSANALYSE AUS TTTAUDAR".
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "STAND ".
           05 ERO-KOPF-DATUM PIC X(10).
       01  ERO-LEGENDE-ZEILE.
           05 FILLER PIC X(40) VALUE
              "FELD = ZEILE,SPALTE; QUOTE = SIEGANTEIL ".
           05 FILLER PIC X(40) VALUE
              "DER ERSTEN ERGEBNISSPALTE".
       01  ERO-TEIL-1-KOPF PIC X(80) VALUE
              "1. ERSTER ZUG UND AUSGANG".
       01  ERO-TEIL-2-KOPF PIC X(80) VALUE
              "2. DIE ZEHN HAEUFIGSTEN EROEFFNUNGEN (ZUG 1 UND 2)".
       01  ERO-TEIL-3-KOPF PIC X(80) VALUE
              "3. LIEBSTE ERSTE ZUEGE JE SPIELER ALS X".
       01  ERO-TEIL-4-KOPF.
           05 FILLER PIC X(40) VALUE
              "4. MENSCH GEGEN COMPUTER: ANTWORT AUF DE".
           05 FILLER PIC X(40) VALUE
              "N ERSTEN ZUG".
       01  ERO-SPALTEN-KOPF-XO.
           05 FILLER PIC X(40) VALUE
              "  Z1  Z2  ART     SPIELE  X SIEGT UNENTS".
           05 FILLER PIC X(40) VALUE
              "CH  O SIEGT   QUOTE".
       01  ERO-SPALTEN-KOPF-SPIELER.
           05 FILLER PIC X(40) VALUE
              "  Z1      ART     SPIELE    SIEGE UNENTS".
           05 FILLER PIC X(40) VALUE
              "CH NIEDERL.   QUOTE".
       01  ERO-SPALTEN-KOPF-COMPUTER.
           05 FILLER PIC X(40) VALUE
              "  Z1  Z2  STUFE   SPIELE MENSCH + UNENTS".
           05 FILLER PIC X(40) VALUE
              "CH COMPUT.+   QUOTE".
       01  ERO-ZUG-ZEILE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ERO-ZZ-ERSTER PIC X(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ERO-ZZ-ZWEITER PIC X(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ERO-ZZ-ART PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 ERO-ZZ-SPIELE PIC ZZZZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 ERO-ZZ-ERSTE PIC ZZZZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 ERO-ZZ-REMIS PIC ZZZZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 ERO-ZZ-DRITTE PIC ZZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 ERO-ZZ-QUOTE PIC ZZ9.
           05 FILLER PIC X(01) VALUE "%".
       01  ERO-SPIELER-ZEILE.
           05 ERO-SZ-NAME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 ERO-SZ-SPIELE PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE " SPIELE ALS X".
       01  ERO-SUMMEN-ZEILE.
           05 FILLER PIC X(11) VALUE "ZUGZEILEN  ".
           05 ERO-SU-ZUGZEILEN PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE ", SPIELE  ".
           05 ERO-SU-SPIELE PIC ZZZZZ9.
           05 FILLER PIC X(17) VALUE ", OHNE ERGEBNIS  ".
           05 ERO-SU-OHNE PIC ZZZZZ9.
           05 FILLER PIC X(13) VALUE ", COMPUTER   ".
           05 ERO-SU-COMPUTER PIC ZZZZZ9.

       PROCEDURE DIVISION.

           PERFORM OEFFNE-BERICHT
           IF NOT ERO-LAUF-HAT-FEHLER
               INITIALIZE ERO-ERSTER-TABELLE
               INITIALIZE ERO-PAAR-TABELLE
               INITIALIZE ERO-COMPUTER-TABELLE
               PERFORM LADE-NAMENS-JOURNAL
               PERFORM ANALYSIERE-SPIELE
           END-IF
           IF NOT ERO-LAUF-HAT-FEHLER
               PERFORM DRUCKE-ERSTE-ZUEGE
               PERFORM DRUCKE-EROEFFNUNGEN
               PERFORM DRUCKE-SPIELER-EROEFFNUNGEN
               PERFORM DRUCKE-COMPUTER-ANTWORTEN
           END-IF
           PERFORM SCHLIESSE-BERICHT
           DISPLAY "TTTEROF: " ERO-ZUGZEILEN " ZUGZEILEN, "
               ERO-SPIELE " SPIELE, " ERO-OHNE-ERGEBNIS
               " OHNE ERGEBNIS"
           IF ERO-LAUF-HAT-FEHLER
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
           .

       OEFFNE-BERICHT SECTION.
           OPEN OUTPUT BERICHT-DATEI
           IF ERO-BERICHT-STATUS NOT = "00"
               DISPLAY "TTTEROF: BERICHT NICHT SCHREIBBAR, STATUS "
                   ERO-BERICHT-STATUS
               SET ERO-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO ERO-AKTUELLES-DATUM
               MOVE ERO-AKTUELLES-DATUM (1:4)
                 TO ERO-KOPF-DATUM (1:4)
               MOVE "-" TO ERO-KOPF-DATUM (5:1)
               MOVE ERO-AKTUELLES-DATUM (5:2)
                 TO ERO-KOPF-DATUM (6:2)
               MOVE "-" TO ERO-KOPF-DATUM (8:1)
               MOVE ERO-AKTUELLES-DATUM (7:2)
                 TO ERO-KOPF-DATUM (9:2)
               MOVE ERO-KOPF-1 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE ERO-LEGENDE-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           .
           EXIT.

       SCHLIESSE-BERICHT SECTION.
           IF ERO-BERICHT-STATUS = "00"
               MOVE SPACES TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE ERO-ZUGZEILEN TO ERO-SU-ZUGZEILEN
               MOVE ERO-SPIELE TO ERO-SU-SPIELE
               MOVE ERO-OHNE-ERGEBNIS TO ERO-SU-OHNE
               MOVE ERO-COMPUTER-SPIELE TO ERO-SU-COMPUTER
               MOVE ERO-SUMMEN-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               CLOSE BERICHT-DATEI
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Umbenennungen und Vereinigungen aus dem Stammjournal laden;
      * kein Journal heisst: keine Uebersetzung.
      *----------------------------------------------------------------
       LADE-NAMENS-JOURNAL SECTION.
           OPEN INPUT JOURNAL-DATEI
           IF ERO-JOURNAL-STATUS = "00"
               MOVE "N" TO ERO-DATEI-ENDE
               PERFORM LADE-EINE-UMBENENNUNG
                   THRU LADE-EINE-UMBENENNUNG-EXIT
                   UNTIL ERO-ENDE-ERREICHT
               CLOSE JOURNAL-DATEI
           END-IF
           .
           EXIT.

       LADE-EINE-UMBENENNUNG-VERARBEITUNG SECTION.
       LADE-EINE-UMBENENNUNG.
           READ JOURNAL-DATEI
               AT END
                   SET ERO-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT ERO-ENDE-ERREICHT
              AND (SJO-IST-UMBENENNEN OR SJO-IST-VEREINIGEN)
               IF ERO-ANZAHL-ALIAS < ERO-MAX-ALIAS
                   ADD 1 TO ERO-ANZAHL-ALIAS
                   MOVE SJO-ALT-NAME
                     TO ERO-AL-ALT (ERO-ANZAHL-ALIAS)
                   MOVE SJO-NEU-NAME
                     TO ERO-AL-NEU (ERO-ANZAHL-ALIAS)
               ELSE
                   DISPLAY "TTTEROF: ALIASTABELLE VOLL, "
                       SJO-ALT-NAME " NICHT UEBERSETZT"
               END-IF
           END-IF
           .
       LADE-EINE-UMBENENNUNG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Uebersetzt ERO-SUCH-NAME ueber die Aliastabelle auf den
      * heutigen Namen; hoechstens fuenf Stufen, damit eine
      * fehlerhafte Kette nicht endlos laeuft.
      *----------------------------------------------------------------
       UEBERSETZE-NAME SECTION.
           PERFORM UEBERSETZE-EINE-STUFE
               THRU UEBERSETZE-EINE-STUFE-EXIT
               VARYING ERO-ALIAS-STUFE FROM 1 BY 1
               UNTIL ERO-ALIAS-STUFE > 5
           .
           EXIT.

       UEBERSETZE-EINE-STUFE-VERARBEITUNG SECTION.
       UEBERSETZE-EINE-STUFE.
           MOVE 0 TO ERO-ALIAS-FUND
           PERFORM SUCHE-ALIAS THRU SUCHE-ALIAS-EXIT
               VARYING ERO-ALIAS-I FROM 1 BY 1
               UNTIL ERO-ALIAS-I > ERO-ANZAHL-ALIAS
                  OR ERO-ALIAS-FUND NOT = 0
           IF ERO-ALIAS-FUND NOT = 0
               MOVE ERO-AL-NEU (ERO-ALIAS-FUND) TO ERO-SUCH-NAME
           END-IF
           .
       UEBERSETZE-EINE-STUFE-EXIT.
           EXIT.

       SUCHE-ALIAS-VERARBEITUNG SECTION.
       SUCHE-ALIAS.
           IF ERO-AL-ALT (ERO-ALIAS-I) = ERO-SUCH-NAME
               MOVE ERO-ALIAS-I TO ERO-ALIAS-FUND
           END-IF
           .
       SUCHE-ALIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Zugzeilen nach Spiel und Zugnummer sortieren; das Archiv
      * haengt jeden Lauf hinten an, Zuege eines Spiels koennen also
      * verstreut liegen.
      *----------------------------------------------------------------
       ANALYSIERE-SPIELE SECTION.
           OPEN INPUT SCORE-DATEI
           IF ERO-SCORE-STATUS = "00"
               SET ERO-SCORE-IST-OFFEN TO TRUE
           END-IF
           OPEN INPUT SAISON-ARCHIV
           IF ERO-SAISON-STATUS = "00"
               SET ERO-SAISON-IST-OFFEN TO TRUE
           END-IF
           IF NOT ERO-SCORE-IST-OFFEN
              AND NOT ERO-SAISON-IST-OFFEN
               DISPLAY "TTTEROF: WEDER TTTSCORE NOCH TTTSCARC LESBAR"
               SET ERO-LAUF-HAT-FEHLER TO TRUE
               GO TO ANALYSIERE-SPIELE-ENDE
           END-IF
           SORT SORT-ZUEGE
               ON ASCENDING KEY SRT-KENNUNG SRT-ZUG-NR
               INPUT PROCEDURE IS GIB-ZUEGE-FREI
               OUTPUT PROCEDURE IS WERTE-SPIELE-AUS
           .
       ANALYSIERE-SPIELE-ENDE.
           IF ERO-SCORE-IST-OFFEN
               CLOSE SCORE-DATEI
           END-IF
           IF ERO-SAISON-IST-OFFEN
               CLOSE SAISON-ARCHIV
           END-IF
           EXIT.

       GIB-ZUEGE-FREI SECTION.
           OPEN INPUT ARCHIV-DATEI
           IF ERO-ARCHIV-STATUS NOT = "00"
               DISPLAY "TTTEROF: TTTAUDAR NICHT LESBAR, STATUS "
                   ERO-ARCHIV-STATUS
               SET ERO-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE "N" TO ERO-DATEI-ENDE
               PERFORM GIB-EINEN-ZUG-FREI THRU GIB-EINEN-ZUG-FREI-EXIT
                   UNTIL ERO-ENDE-ERREICHT
               CLOSE ARCHIV-DATEI
           END-IF
           .
           EXIT.

       GIB-EINEN-ZUG-FREI-VERARBEITUNG SECTION.
       GIB-EINEN-ZUG-FREI.
           READ ARCHIV-DATEI
               AT END
                   SET ERO-ENDE-ERREICHT TO TRUE
           END-READ
           IF ERO-ENDE-ERREICHT
               GO TO GIB-EINEN-ZUG-FREI-EXIT
           END-IF
      * Laufueberschriften und unbrauchbare Zeilen uebergehen.
           IF AUDIT-SPIEL-KENNUNG IS NOT NUMERIC
              OR AUDIT-ZUG-NR IS NOT NUMERIC
              OR AUDIT-ZEILE IS NOT NUMERIC
              OR AUDIT-SPALTE IS NOT NUMERIC
               GO TO GIB-EINEN-ZUG-FREI-EXIT
           END-IF
           ADD 1 TO ERO-ZUGZEILEN
           IF AUDIT-ZUG-NR > 2
               GO TO GIB-EINEN-ZUG-FREI-EXIT
           END-IF
           MOVE AUDIT-SPIEL-KENNUNG TO SRT-KENNUNG
           MOVE AUDIT-ZUG-NR TO SRT-ZUG-NR
           MOVE AUDIT-SPIELER TO SRT-SPIELER
           MOVE AUDIT-ZEILE TO SRT-ZEILE
           MOVE AUDIT-SPALTE TO SRT-SPALTE
           RELEASE SRT-ZUG-SATZ
           .
       GIB-EINEN-ZUG-FREI-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Gruppenwechsel je Spiel-Kennung: Feld des ersten und zweiten
      * Zuges merken, am Gruppenende das Spiel werten.
      *----------------------------------------------------------------
       WERTE-SPIELE-AUS SECTION.
           MOVE "N" TO ERO-DATEI-ENDE
           PERFORM UEBERNIMM-ZUG THRU UEBERNIMM-ZUG-EXIT
               UNTIL ERO-ENDE-ERREICHT
           PERFORM BEENDE-SPIEL
           .
           EXIT.

       UEBERNIMM-ZUG-VERARBEITUNG SECTION.
       UEBERNIMM-ZUG.
           RETURN SORT-ZUEGE
               AT END
                   SET ERO-ENDE-ERREICHT TO TRUE
           END-RETURN
           IF ERO-ENDE-ERREICHT
               GO TO UEBERNIMM-ZUG-EXIT
           END-IF
           IF SRT-KENNUNG NOT = ERO-GRUPPEN-KENNUNG
               PERFORM BEENDE-SPIEL
               MOVE SRT-KENNUNG TO ERO-GRUPPEN-KENNUNG
               MOVE 0 TO ERO-GR-FELD-1
               MOVE 0 TO ERO-GR-FELD-2
           END-IF
           MOVE 0 TO ERO-FELD
           IF SRT-ZEILE > 0 AND SRT-ZEILE < 4
              AND SRT-SPALTE > 0 AND SRT-SPALTE < 4
               COMPUTE ERO-FELD = (SRT-ZEILE - 1) * 3 + SRT-SPALTE
           END-IF
           IF SRT-ZUG-NR = 1
               MOVE ERO-FELD TO ERO-GR-FELD-1
           ELSE
               MOVE ERO-FELD TO ERO-GR-FELD-2
           END-IF
           .
       UEBERNIMM-ZUG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Ein Spiel werten: Ergebnissatz unter der Kennung holen (erst
      * TTTSCORE, dann das Saisonarchiv) und alle vier Teile
      * fortschreiben.
      *----------------------------------------------------------------
       BEENDE-SPIEL SECTION.
           IF ERO-GRUPPEN-KENNUNG = LOW-VALUES
              OR ERO-GR-FELD-1 = 0
               GO TO BEENDE-SPIEL-ENDE
           END-IF
           PERFORM HOLE-ERGEBNIS
           IF ERO-ERGEBNIS-FEHLT
               ADD 1 TO ERO-OHNE-ERGEBNIS
               GO TO BEENDE-SPIEL-ENDE
           END-IF
           ADD 1 TO ERO-SPIELE
           ADD 1 TO ERO-EZ-SPIELE (ERO-GR-FELD-1)
           EVALUATE ERO-GEWINNER
               WHEN "X"
                   ADD 1 TO ERO-EZ-X (ERO-GR-FELD-1)
               WHEN "O"
                   ADD 1 TO ERO-EZ-O (ERO-GR-FELD-1)
               WHEN OTHER
                   ADD 1 TO ERO-EZ-REMIS (ERO-GR-FELD-1)
           END-EVALUATE
           IF ERO-GR-FELD-2 NOT = 0
               ADD 1 TO ERO-PA-SPIELE (ERO-GR-FELD-1, ERO-GR-FELD-2)
               EVALUATE ERO-GEWINNER
                   WHEN "X"
                       ADD 1 TO ERO-PA-X (ERO-GR-FELD-1, ERO-GR-FELD-2)
                   WHEN "O"
                       ADD 1 TO ERO-PA-O (ERO-GR-FELD-1, ERO-GR-FELD-2)
                   WHEN OTHER
                       ADD 1
                         TO ERO-PA-REMIS (ERO-GR-FELD-1, ERO-GR-FELD-2)
               END-EVALUATE
           END-IF
           IF ERO-SPIELER-X NOT = "COMPUTER"
               PERFORM ZAEHLE-FUER-SPIELER
           END-IF
           IF ERO-SPIELER-O = "COMPUTER"
              AND ERO-SPIELER-X NOT = "COMPUTER"
              AND ERO-GR-FELD-2 NOT = 0
               PERFORM ZAEHLE-GEGEN-COMPUTER
           END-IF
           .
       BEENDE-SPIEL-ENDE.
           EXIT.

       HOLE-ERGEBNIS SECTION.
           SET ERO-ERGEBNIS-FEHLT TO TRUE
           IF ERO-SCORE-IST-OFFEN
               MOVE ERO-GRUPPEN-KENNUNG TO SCORE-SCHLUESSEL
               READ SCORE-DATEI
               IF ERO-SCORE-STATUS = "00"
                   SET ERO-ERGEBNIS-GEFUNDEN TO TRUE
                   MOVE SCORE-GEWINNER TO ERO-GEWINNER
                   MOVE SCORE-SPIELER-X TO ERO-SPIELER-X
                   MOVE SCORE-SPIELER-O TO ERO-SPIELER-O
                   MOVE SCORE-STUFE TO ERO-STUFE
               END-IF
           END-IF
           IF ERO-ERGEBNIS-FEHLT
              AND ERO-SAISON-IST-OFFEN
               MOVE ERO-GRUPPEN-KENNUNG TO SCA-SCHLUESSEL
               READ SAISON-ARCHIV
               IF ERO-SAISON-STATUS = "00"
                   SET ERO-ERGEBNIS-GEFUNDEN TO TRUE
                   MOVE SCA-GEWINNER TO ERO-GEWINNER
                   MOVE SCA-SPIELER-X TO ERO-SPIELER-X
                   MOVE SCA-SPIELER-O TO ERO-SPIELER-O
                   MOVE SCA-STUFE TO ERO-STUFE
               END-IF
           END-IF
           .
           EXIT.

      * Erster Zug als X fuer den (uebersetzten) Namen des Spielers X.
       ZAEHLE-FUER-SPIELER SECTION.
           MOVE ERO-SPIELER-X TO ERO-SUCH-NAME
           PERFORM UEBERSETZE-NAME
           MOVE 0 TO ERO-FUNDSTELLE
           PERFORM SUCHE-SPIELER THRU SUCHE-SPIELER-EXIT
               VARYING ERO-I FROM 1 BY 1
               UNTIL ERO-I > ERO-ANZAHL-SPIELER
                  OR ERO-FUNDSTELLE NOT = 0
           IF ERO-FUNDSTELLE = 0
               IF ERO-ANZAHL-SPIELER < ERO-MAX-SPIELER
                   ADD 1 TO ERO-ANZAHL-SPIELER
                   MOVE ERO-ANZAHL-SPIELER TO ERO-FUNDSTELLE
                   INITIALIZE ERO-SPIELER (ERO-FUNDSTELLE)
                   MOVE ERO-SUCH-NAME TO ERO-SP-NAME (ERO-FUNDSTELLE)
               ELSE
                   DISPLAY "TTTEROF: SPIELERTABELLE VOLL, "
                       ERO-SUCH-NAME " NICHT GEZAEHLT"
                   GO TO ZAEHLE-FUER-SPIELER-ENDE
               END-IF
           END-IF
           ADD 1 TO ERO-SP-SPIELE (ERO-FUNDSTELLE)
           ADD 1 TO ERO-SF-SPIELE (ERO-FUNDSTELLE, ERO-GR-FELD-1)
           EVALUATE ERO-GEWINNER
               WHEN "X"
                   ADD 1 TO ERO-SF-SIEGE (ERO-FUNDSTELLE, ERO-GR-FELD-1)
               WHEN "O"
                   ADD 1
                     TO ERO-SF-NIEDERLAGEN (ERO-FUNDSTELLE,
                                            ERO-GR-FELD-1)
               WHEN OTHER
                   ADD 1 TO ERO-SF-REMIS (ERO-FUNDSTELLE, ERO-GR-FELD-1)
           END-EVALUATE
           .
       ZAEHLE-FUER-SPIELER-ENDE.
           EXIT.

       SUCHE-SPIELER-VERARBEITUNG SECTION.
       SUCHE-SPIELER.
           IF ERO-SP-NAME (ERO-I) = ERO-SUCH-NAME
               MOVE ERO-I TO ERO-FUNDSTELLE
           END-IF
           .
       SUCHE-SPIELER-EXIT.
           EXIT.

      * Mensch (X) gegen COMPUTER (O): Stufe ohne Angabe zaehlt wie
      * in TTTRATE als normal.
       ZAEHLE-GEGEN-COMPUTER SECTION.
           ADD 1 TO ERO-COMPUTER-SPIELE
           EVALUATE ERO-STUFE
               WHEN "L"
                   MOVE 1 TO ERO-STUFE-NR
               WHEN "P"
                   MOVE 3 TO ERO-STUFE-NR
               WHEN OTHER
                   MOVE 2 TO ERO-STUFE-NR
           END-EVALUATE
           ADD 1 TO ERO-CA-SPIELE (ERO-STUFE-NR, ERO-GR-FELD-1,
                                   ERO-GR-FELD-2)
           EVALUATE ERO-GEWINNER
               WHEN "X"
                   ADD 1 TO ERO-CA-SIEGE (ERO-STUFE-NR, ERO-GR-FELD-1,
                                          ERO-GR-FELD-2)
               WHEN "O"
                   ADD 1 TO ERO-CA-NIEDERLAGEN (ERO-STUFE-NR,
                                   ERO-GR-FELD-1, ERO-GR-FELD-2)
               WHEN OTHER
                   ADD 1 TO ERO-CA-REMIS (ERO-STUFE-NR, ERO-GR-FELD-1,
                                          ERO-GR-FELD-2)
           END-EVALUATE
           .
           EXIT.

      *----------------------------------------------------------------
      * Feldbezeichnung "Z,S" und Feldart (Mitte, Ecke, Rand) zu
      * ERO-FELD.
      *----------------------------------------------------------------
       BENENNE-FELD SECTION.
           COMPUTE ERO-FELD-INDEX = ERO-FELD - 1
           DIVIDE ERO-FELD-INDEX BY 3 GIVING ERO-FELD-ZEILE
               REMAINDER ERO-FELD-REST
           ADD 1 TO ERO-FELD-ZEILE
           COMPUTE ERO-FELD-SPALTE = ERO-FELD-REST + 1
           EVALUATE ERO-FELD
               WHEN 5
                   MOVE "MITTE" TO ERO-ZZ-ART
               WHEN 1
               WHEN 3
               WHEN 7
               WHEN 9
                   MOVE "ECKE" TO ERO-ZZ-ART
               WHEN OTHER
                   MOVE "RAND" TO ERO-ZZ-ART
           END-EVALUATE
           .
           EXIT.

       SETZE-ERSTES-FELD SECTION.
           PERFORM BENENNE-FELD
           MOVE SPACES TO ERO-ZZ-ERSTER
           MOVE ERO-FELD-ZEILE TO ERO-ZZ-ERSTER (1:1)
           MOVE "," TO ERO-ZZ-ERSTER (2:1)
           MOVE ERO-FELD-SPALTE TO ERO-ZZ-ERSTER (3:1)
           .
           EXIT.

       SETZE-ZWEITES-FELD SECTION.
           PERFORM BENENNE-FELD
           MOVE SPACES TO ERO-ZZ-ZWEITER
           MOVE ERO-FELD-ZEILE TO ERO-ZZ-ZWEITER (1:1)
           MOVE "," TO ERO-ZZ-ZWEITER (2:1)
           MOVE ERO-FELD-SPALTE TO ERO-ZZ-ZWEITER (3:1)
           .
           EXIT.

      *----------------------------------------------------------------
      * Teil 1: alle neun Felder des ersten Zuges.
      *----------------------------------------------------------------
       DRUCKE-ERSTE-ZUEGE SECTION.
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE ERO-TEIL-1-KOPF TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE ERO-SPALTEN-KOPF-XO TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM DRUCKE-ERSTEN-ZUG THRU DRUCKE-ERSTEN-ZUG-EXIT
               VARYING ERO-J FROM 1 BY 1
               UNTIL ERO-J > 9
           .
           EXIT.

       DRUCKE-ERSTEN-ZUG-VERARBEITUNG SECTION.
       DRUCKE-ERSTEN-ZUG.
           IF ERO-EZ-SPIELE (ERO-J) = 0
               GO TO DRUCKE-ERSTEN-ZUG-EXIT
           END-IF
           MOVE ERO-J TO ERO-FELD
           PERFORM SETZE-ERSTES-FELD
           MOVE SPACES TO ERO-ZZ-ZWEITER
           MOVE ERO-EZ-SPIELE (ERO-J) TO ERO-ZZ-SPIELE
           MOVE ERO-EZ-X (ERO-J) TO ERO-ZZ-ERSTE
           MOVE ERO-EZ-REMIS (ERO-J) TO ERO-ZZ-REMIS
           MOVE ERO-EZ-O (ERO-J) TO ERO-ZZ-DRITTE
           COMPUTE ERO-QUOTE ROUNDED =
               ERO-EZ-X (ERO-J) * 100 / ERO-EZ-SPIELE (ERO-J)
           MOVE ERO-QUOTE TO ERO-ZZ-QUOTE
           MOVE ERO-ZUG-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
       DRUCKE-ERSTEN-ZUG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Teil 2: zehnmal die noch nicht gedruckte Eroeffnung mit den
      * meisten Spielen suchen und drucken.
      *----------------------------------------------------------------
       DRUCKE-EROEFFNUNGEN SECTION.
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE ERO-TEIL-2-KOPF TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE ERO-SPALTEN-KOPF-XO TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM DRUCKE-EINE-EROEFFNUNG
               THRU DRUCKE-EINE-EROEFFNUNG-EXIT
               VARYING ERO-RANG FROM 1 BY 1
               UNTIL ERO-RANG > 10
           .
           EXIT.

       DRUCKE-EINE-EROEFFNUNG-VERARBEITUNG SECTION.
       DRUCKE-EINE-EROEFFNUNG.
           MOVE 0 TO ERO-BESTE-SPIELE
           MOVE 0 TO ERO-BESTES-J
           PERFORM SUCHE-EROEFFNUNG-ZEILE
               THRU SUCHE-EROEFFNUNG-ZEILE-EXIT
               VARYING ERO-J FROM 1 BY 1
               UNTIL ERO-J > 9
           IF ERO-BESTES-J = 0
               GO TO DRUCKE-EINE-EROEFFNUNG-EXIT
           END-IF
           MOVE ERO-BESTES-J TO ERO-J
           MOVE ERO-BESTES-K TO ERO-K
           MOVE "J" TO ERO-PA-GEDRUCKT (ERO-J, ERO-K)
           MOVE ERO-K TO ERO-FELD
           PERFORM SETZE-ZWEITES-FELD
           MOVE ERO-J TO ERO-FELD
           PERFORM SETZE-ERSTES-FELD
           MOVE ERO-PA-SPIELE (ERO-J, ERO-K) TO ERO-ZZ-SPIELE
           MOVE ERO-PA-X (ERO-J, ERO-K) TO ERO-ZZ-ERSTE
           MOVE ERO-PA-REMIS (ERO-J, ERO-K) TO ERO-ZZ-REMIS
           MOVE ERO-PA-O (ERO-J, ERO-K) TO ERO-ZZ-DRITTE
           COMPUTE ERO-QUOTE ROUNDED =
               ERO-PA-X (ERO-J, ERO-K) * 100
                 / ERO-PA-SPIELE (ERO-J, ERO-K)
           MOVE ERO-QUOTE TO ERO-ZZ-QUOTE
           MOVE ERO-ZUG-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
       DRUCKE-EINE-EROEFFNUNG-EXIT.
           EXIT.

       SUCHE-EROEFFNUNG-ZEILE-VERARBEITUNG SECTION.
       SUCHE-EROEFFNUNG-ZEILE.
           PERFORM PRUEFE-EROEFFNUNG THRU PRUEFE-EROEFFNUNG-EXIT
               VARYING ERO-K FROM 1 BY 1
               UNTIL ERO-K > 9
           .
       SUCHE-EROEFFNUNG-ZEILE-EXIT.
           EXIT.

       PRUEFE-EROEFFNUNG-VERARBEITUNG SECTION.
       PRUEFE-EROEFFNUNG.
           IF ERO-PA-GEDRUCKT (ERO-J, ERO-K) NOT = "J"
              AND ERO-PA-SPIELE (ERO-J, ERO-K) > ERO-BESTE-SPIELE
               MOVE ERO-PA-SPIELE (ERO-J, ERO-K) TO ERO-BESTE-SPIELE
               MOVE ERO-J TO ERO-BESTES-J
               MOVE ERO-K TO ERO-BESTES-K
           END-IF
           .
       PRUEFE-EROEFFNUNG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Teil 3: je Spieler die drei ersten Zuege, die er als X am
      * haeufigsten gespielt hat, mit seiner Bilanz damit.
      *----------------------------------------------------------------
       DRUCKE-SPIELER-EROEFFNUNGEN SECTION.
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE ERO-TEIL-3-KOPF TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE ERO-SPALTEN-KOPF-SPIELER TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM DRUCKE-EINEN-SPIELER THRU DRUCKE-EINEN-SPIELER-EXIT
               VARYING ERO-I FROM 1 BY 1
               UNTIL ERO-I > ERO-ANZAHL-SPIELER
           .
           EXIT.

       DRUCKE-EINEN-SPIELER-VERARBEITUNG SECTION.
       DRUCKE-EINEN-SPIELER.
           MOVE ERO-SP-NAME (ERO-I) TO ERO-SZ-NAME
           MOVE ERO-SP-SPIELE (ERO-I) TO ERO-SZ-SPIELE
           MOVE ERO-SPIELER-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE 0 TO ERO-GEWAEHLT (1)
           MOVE 0 TO ERO-GEWAEHLT (2)
           MOVE 0 TO ERO-GEWAEHLT (3)
           PERFORM DRUCKE-LIEBLINGSZUG THRU DRUCKE-LIEBLINGSZUG-EXIT
               VARYING ERO-RANG FROM 1 BY 1
               UNTIL ERO-RANG > 3
           .
       DRUCKE-EINEN-SPIELER-EXIT.
           EXIT.

       DRUCKE-LIEBLINGSZUG-VERARBEITUNG SECTION.
       DRUCKE-LIEBLINGSZUG.
           MOVE 0 TO ERO-BESTE-SPIELE
           MOVE 0 TO ERO-BESTES-J
           PERFORM PRUEFE-LIEBLINGSZUG THRU PRUEFE-LIEBLINGSZUG-EXIT
               VARYING ERO-J FROM 1 BY 1
               UNTIL ERO-J > 9
           IF ERO-BESTES-J = 0
               GO TO DRUCKE-LIEBLINGSZUG-EXIT
           END-IF
           MOVE ERO-BESTES-J TO ERO-GEWAEHLT (ERO-RANG)
           MOVE ERO-BESTES-J TO ERO-J
           MOVE ERO-J TO ERO-FELD
           PERFORM SETZE-ERSTES-FELD
           MOVE SPACES TO ERO-ZZ-ZWEITER
           MOVE ERO-SF-SPIELE (ERO-I, ERO-J) TO ERO-ZZ-SPIELE
           MOVE ERO-SF-SIEGE (ERO-I, ERO-J) TO ERO-ZZ-ERSTE
           MOVE ERO-SF-REMIS (ERO-I, ERO-J) TO ERO-ZZ-REMIS
           MOVE ERO-SF-NIEDERLAGEN (ERO-I, ERO-J) TO ERO-ZZ-DRITTE
           COMPUTE ERO-QUOTE ROUNDED =
               ERO-SF-SIEGE (ERO-I, ERO-J) * 100
                 / ERO-SF-SPIELE (ERO-I, ERO-J)
           MOVE ERO-QUOTE TO ERO-ZZ-QUOTE
           MOVE ERO-ZUG-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
       DRUCKE-LIEBLINGSZUG-EXIT.
           EXIT.

       PRUEFE-LIEBLINGSZUG-VERARBEITUNG SECTION.
       PRUEFE-LIEBLINGSZUG.
           IF ERO-J NOT = ERO-GEWAEHLT (1)
              AND ERO-J NOT = ERO-GEWAEHLT (2)
              AND ERO-J NOT = ERO-GEWAEHLT (3)
              AND ERO-SF-SPIELE (ERO-I, ERO-J) > ERO-BESTE-SPIELE
               MOVE ERO-SF-SPIELE (ERO-I, ERO-J) TO ERO-BESTE-SPIELE
               MOVE ERO-J TO ERO-BESTES-J
           END-IF
           .
       PRUEFE-LIEBLINGSZUG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Teil 4: je Spielstufe, erstem Zug und Computerantwort; Quote
      * ist der Siegesanteil des Menschen.
      *----------------------------------------------------------------
       DRUCKE-COMPUTER-ANTWORTEN SECTION.
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE ERO-TEIL-4-KOPF TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE ERO-SPALTEN-KOPF-COMPUTER TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM DRUCKE-COMPUTER-STUFE
               THRU DRUCKE-COMPUTER-STUFE-EXIT
               VARYING ERO-STUFE-NR FROM 1 BY 1
               UNTIL ERO-STUFE-NR > 3
           .
           EXIT.

       DRUCKE-COMPUTER-STUFE-VERARBEITUNG SECTION.
       DRUCKE-COMPUTER-STUFE.
           PERFORM DRUCKE-COMPUTER-ERSTER
               THRU DRUCKE-COMPUTER-ERSTER-EXIT
               VARYING ERO-J FROM 1 BY 1
               UNTIL ERO-J > 9
           .
       DRUCKE-COMPUTER-STUFE-EXIT.
           EXIT.

       DRUCKE-COMPUTER-ERSTER-VERARBEITUNG SECTION.
       DRUCKE-COMPUTER-ERSTER.
           PERFORM DRUCKE-COMPUTER-ANTWORT
               THRU DRUCKE-COMPUTER-ANTWORT-EXIT
               VARYING ERO-K FROM 1 BY 1
               UNTIL ERO-K > 9
           .
       DRUCKE-COMPUTER-ERSTER-EXIT.
           EXIT.

       DRUCKE-COMPUTER-ANTWORT-VERARBEITUNG SECTION.
       DRUCKE-COMPUTER-ANTWORT.
           IF ERO-CA-SPIELE (ERO-STUFE-NR, ERO-J, ERO-K) = 0
               GO TO DRUCKE-COMPUTER-ANTWORT-EXIT
           END-IF
           MOVE ERO-K TO ERO-FELD
           PERFORM SETZE-ZWEITES-FELD
           MOVE ERO-J TO ERO-FELD
           PERFORM SETZE-ERSTES-FELD
           MOVE ERO-STUFEN-NAME (ERO-STUFE-NR) TO ERO-ZZ-ART
           MOVE ERO-CA-SPIELE (ERO-STUFE-NR, ERO-J, ERO-K)
             TO ERO-ZZ-SPIELE
           MOVE ERO-CA-SIEGE (ERO-STUFE-NR, ERO-J, ERO-K)
             TO ERO-ZZ-ERSTE
           MOVE ERO-CA-REMIS (ERO-STUFE-NR, ERO-J, ERO-K)
             TO ERO-ZZ-REMIS
           MOVE ERO-CA-NIEDERLAGEN (ERO-STUFE-NR, ERO-J, ERO-K)
             TO ERO-ZZ-DRITTE
           COMPUTE ERO-QUOTE ROUNDED =
               ERO-CA-SIEGE (ERO-STUFE-NR, ERO-J, ERO-K) * 100
                 / ERO-CA-SPIELE (ERO-STUFE-NR, ERO-J, ERO-K)
           MOVE ERO-QUOTE TO ERO-ZZ-QUOTE
           MOVE ERO-ZUG-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
       DRUCKE-COMPUTER-ANTWORT-EXIT.
           EXIT.

       END PROGRAM TTTEROF.
