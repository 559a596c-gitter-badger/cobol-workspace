       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTKRZT.
      * Kreuztabelle und Rivalitaeten aus der Ergebnisdatei TTTSCORE:
      * beantwortet "wie stehe ich gegen Anna" fuer alle aktiven
      * Spieler des Spielerstamms TTTSPLR auf einmal.
      * Teil 1 ist die Kreuztabelle: je Zelle Siege, Unentschieden
      * und Niederlagen des Zeilenspielers gegen den Spaltenspieler.
      * Weil die Tabelle nicht auf eine Seitenbreite passt, wird sie
      * in Streifen zu fuenf Spalten gedruckt; jeder Streifen
      * enthaelt alle Zeilen.
      * Teil 2 nennt je Spieler die drei Gegner mit den meisten
      * Spielen, mit Bilanz und der laengsten Siegserie beider Seiten
      * in dieser Rivalitaet. Die Serien ergeben sich aus der
      * Schluesselfolge der Ergebnisdatei (zeitliche Reihenfolge);
      * ein Unentschieden oder eine Niederlage beendet eine Serie.
      * Umbenennungen und Vereinigungen aus dem Stammjournal TTTSPLJ
      * werden wie in TTTSTAT als Namensuebersetzung angewendet.
      * Spiele gegen Namen ohne aktiven Stammsatz (inaktive Spieler,
      * COMPUTER, Vorgabenamen) gehen nicht in die Tabelle ein und
      * werden gezaehlt. Bericht TTTKRZTR. Den Direktvergleich zweier
      * Spielernummern am Terminal liefert TTTABFR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-DATEI ASSIGN TO "TTTSCORE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS KRZ-SCORE-STATUS.

           SELECT SPIELER-DATEI ASSIGN TO "TTTSPLR"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SPL-NUMMER
               FILE STATUS IS KRZ-SPIELER-STATUS.

           SELECT JOURNAL-DATEI ASSIGN TO "TTTSPLJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS KRZ-JOURNAL-STATUS.

           SELECT BERICHT-DATEI ASSIGN TO "TTTKRZTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS KRZ-BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-DATEI.
           COPY SCORSATZ.

       FD  SPIELER-DATEI.
           COPY SPLSATZ.

       FD  JOURNAL-DATEI.
           COPY SPLJSATZ.

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE PIC X(80).

       WORKING-STORAGE SECTION.
       01  KRZ-SCORE-STATUS PIC XX.
       01  KRZ-SPIELER-STATUS PIC XX.
       01  KRZ-JOURNAL-STATUS PIC XX.
       01  KRZ-BERICHT-STATUS PIC XX.

       01  KRZ-SCHALTER.
           05 KRZ-DATEI-ENDE PIC X(01) VALUE "N".
             88 KRZ-ENDE-ERREICHT VALUE "J".
           05 KRZ-LAUF-FEHLER PIC X(01) VALUE "N".
             88 KRZ-LAUF-HAT-FEHLER VALUE "J".

      * Namensuebersetzung aus dem Stammjournal wie in TTTSTAT.
       01  KRZ-MAX-ALIAS PIC 9(02) VALUE 50.
       01  KRZ-ANZAHL-ALIAS PIC 9(02) VALUE 0.
       01  KRZ-ALIAS-TABELLE.
           05 KRZ-ALIAS OCCURS 50.
               10 KRZ-AL-ALT PIC X(20).
               10 KRZ-AL-NEU PIC X(20).
       01  KRZ-ALIAS-I PIC 9(02).
       01  KRZ-ALIAS-STUFE PIC 9(01).
       01  KRZ-ALIAS-FUND PIC 9(02).
       01  KRZ-SUCH-NAME PIC X(20).

      * Aktive Spieler in Nummernfolge; die Position in dieser
      * Tabelle ist Zeile und Spalte der Kreuztabelle.
       01  KRZ-MAX-SPIELER PIC 9(03) VALUE 100.
       01  KRZ-ANZAHL-SPIELER PIC 9(03) VALUE 0.
       01  KRZ-SPIELER-TABELLE.
           05 KRZ-SPIELER OCCURS 100.
               10 KRZ-SP-NUMMER PIC 9(05).
               10 KRZ-SP-NAME PIC X(20).
               10 KRZ-SP-SPIELE PIC 9(05).

      * Kreuztabelle: Zelle (I, J) aus Sicht des Spielers I gegen J.
      * Niederlagen von I gegen J sind die Siege von J gegen I.
      * KRZ-SERIE ist die laufende, KRZ-BESTE die laengste
      * Siegserie von I gegen J.
       01  KRZ-KREUZ-TABELLE.
           05 KRZ-ZEILE OCCURS 100.
               10 KRZ-ZELLE OCCURS 100.
                   15 KRZ-SIEGE PIC 9(03).
                   15 KRZ-REMIS PIC 9(03).
                   15 KRZ-SERIE PIC 9(03).
                   15 KRZ-BESTE PIC 9(03).

       01  KRZ-I PIC 9(03).
       01  KRZ-J PIC 9(03).
       01  KRZ-K PIC 9(03).
       01  KRZ-PLATZ-X PIC 9(03).
       01  KRZ-PLATZ-O PIC 9(03).
       01  KRZ-FUNDSTELLE PIC 9(03).
       01  KRZ-STREIFEN-ANFANG PIC 9(03).
       01  KRZ-STREIFEN-ENDE PIC 9(03).
       01  KRZ-SPALTE PIC 9(01).
       01  KRZ-PAAR-SPIELE PIC 9(04).
       01  KRZ-BESTE-SPIELE PIC 9(04).
       01  KRZ-BESTER-GEGNER PIC 9(03).
       01  KRZ-RANG PIC 9(01).
       01  KRZ-GEWAEHLT-TABELLE.
           05 KRZ-GEWAEHLT PIC 9(03) OCCURS 3.

       01  KRZ-GELESEN PIC 9(06) VALUE 0.
       01  KRZ-GEZAEHLT PIC 9(06) VALUE 0.
       01  KRZ-UEBERGANGEN PIC 9(06) VALUE 0.
       01  KRZ-AKTUELLES-DATUM PIC X(21).

       01  KRZ-KOPF-1.
           05 FILLER PIC X(40) VALUE
              "TTTKRZT KREUZTABELLE UND RIVALITAETEN".
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "STAND ".
           05 KRZ-KOPF-DATUM PIC X(10).
       01  KRZ-LEGENDE-1.
           05 FILLER PIC X(40) VALUE
              "ZELLE = SIEGE/UNENTSCHIEDEN/NIEDERLAGEN ".
           05 FILLER PIC X(40) VALUE
              "DES ZEILENSPIELERS GEGEN DEN SPALTENSPIE".
       01  KRZ-LEGENDE-2.
           05 FILLER PIC X(40) VALUE
              "LER, . = NOCH NICHT GEGENEINANDER GESPIE".
           05 FILLER PIC X(40) VALUE "LT".
       01  KRZ-STREIFEN-KOPF.
           05 FILLER PIC X(08) VALUE "SPALTEN ".
           05 KRZ-SK-VON PIC ZZ9.
           05 FILLER PIC X(05) VALUE " BIS ".
           05 KRZ-SK-BIS PIC ZZ9.
           05 FILLER PIC X(04) VALUE " VON".
           05 KRZ-SK-ANZAHL PIC ZZZ9.
       01  KRZ-SPALTEN-KOPF-1.
           05 FILLER PIC X(20).
           05 KRZ-SK1-SPALTE OCCURS 5.
               10 FILLER PIC X(04).
               10 KRZ-SK1-NUMMER PIC 9(05).
               10 FILLER PIC X(03).
       01  KRZ-SPALTEN-KOPF-2.
           05 FILLER PIC X(20).
           05 KRZ-SK2-SPALTE OCCURS 5.
               10 FILLER PIC X(01).
               10 KRZ-SK2-NAME PIC X(11).
       01  KRZ-KREUZ-ZEILE.
           05 KRZ-KZ-NUMMER PIC 9(05).
           05 FILLER PIC X(01).
           05 KRZ-KZ-NAME PIC X(14).
           05 KRZ-KZ-SPALTE OCCURS 5.
               10 FILLER PIC X(01).
               10 KRZ-KZ-INHALT PIC X(11).
       01  KRZ-BILANZ.
           05 KRZ-BI-SIEGE PIC ZZ9.
           05 FILLER PIC X(01) VALUE "/".
           05 KRZ-BI-REMIS PIC ZZ9.
           05 FILLER PIC X(01) VALUE "/".
           05 KRZ-BI-NIEDERLAGEN PIC ZZ9.
       01  KRZ-RIVALEN-KOPF-1.
           05 FILLER PIC X(40) VALUE
              "MEISTGESPIELTE GEGNER JE SPIELER".
       01  KRZ-RIVALEN-KOPF-2.
           05 FILLER PIC X(40) VALUE
              "    GEGNER                        SPIELE".
           05 FILLER PIC X(40) VALUE
              "  S/  U/  N  SIEGSERIE EIGEN:GEGNER".
       01  KRZ-RIVALEN-SPIELER-ZEILE.
           05 KRZ-RS-NUMMER PIC 9(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 KRZ-RS-NAME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 KRZ-RS-SPIELE PIC ZZZZ9.
           05 FILLER PIC X(24) VALUE " GEWERTETE SPIELE".
       01  KRZ-RIVALEN-ZEILE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 KRZ-RZ-NUMMER PIC 9(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 KRZ-RZ-NAME PIC X(20).
           05 FILLER PIC X(04) VALUE SPACES.
           05 KRZ-RZ-SPIELE PIC ZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 KRZ-RZ-BILANZ PIC X(11).
           05 FILLER PIC X(12) VALUE SPACES.
           05 KRZ-RZ-SERIE-EIGEN PIC ZZ9.
           05 FILLER PIC X(01) VALUE ":".
           05 KRZ-RZ-SERIE-GEGNER PIC ZZ9.
       01  KRZ-SUMMEN-ZEILE.
           05 FILLER PIC X(18) VALUE "GELESENE SAETZE:  ".
           05 KRZ-SU-GELESEN PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE ", GEWERTET  ".
           05 KRZ-SU-GEZAEHLT PIC ZZZZZ9.
           05 FILLER PIC X(15) VALUE ", UEBERGANGEN  ".
           05 KRZ-SU-UEBERGANGEN PIC ZZZZZ9.

       PROCEDURE DIVISION.

           PERFORM OEFFNE-BERICHT
           IF NOT KRZ-LAUF-HAT-FEHLER
               PERFORM LADE-SPIELER-STAMM
               PERFORM LADE-NAMENS-JOURNAL
               PERFORM ZAEHLE-SPIELE
           END-IF
           IF NOT KRZ-LAUF-HAT-FEHLER
               PERFORM DRUCKE-KREUZTABELLE
               PERFORM DRUCKE-RIVALITAETEN
           END-IF
           PERFORM SCHLIESSE-BERICHT
           DISPLAY "TTTKRZT: " KRZ-GELESEN " SAETZE, " KRZ-GEZAEHLT
               " GEWERTET, " KRZ-ANZAHL-SPIELER " SPIELER"
           IF KRZ-LAUF-HAT-FEHLER
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
           .

       OEFFNE-BERICHT SECTION.
           OPEN OUTPUT BERICHT-DATEI
           IF KRZ-BERICHT-STATUS NOT = "00"
               DISPLAY "TTTKRZT: BERICHT NICHT SCHREIBBAR, STATUS "
                   KRZ-BERICHT-STATUS
               SET KRZ-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO KRZ-AKTUELLES-DATUM
               MOVE KRZ-AKTUELLES-DATUM (1:4)
                 TO KRZ-KOPF-DATUM (1:4)
               MOVE "-" TO KRZ-KOPF-DATUM (5:1)
               MOVE KRZ-AKTUELLES-DATUM (5:2)
                 TO KRZ-KOPF-DATUM (6:2)
               MOVE "-" TO KRZ-KOPF-DATUM (8:1)
               MOVE KRZ-AKTUELLES-DATUM (7:2)
                 TO KRZ-KOPF-DATUM (9:2)
               MOVE KRZ-KOPF-1 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE KRZ-LEGENDE-1 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE KRZ-LEGENDE-2 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           .
           EXIT.

       SCHLIESSE-BERICHT SECTION.
           IF KRZ-BERICHT-STATUS = "00"
               MOVE SPACES TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE KRZ-GELESEN TO KRZ-SU-GELESEN
               MOVE KRZ-GEZAEHLT TO KRZ-SU-GEZAEHLT
               MOVE KRZ-UEBERGANGEN TO KRZ-SU-UEBERGANGEN
               MOVE KRZ-SUMMEN-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               CLOSE BERICHT-DATEI
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Aktive Spieler in Nummernfolge laden und die Kreuztabelle
      * leeren.
      *----------------------------------------------------------------
       LADE-SPIELER-STAMM SECTION.
           OPEN INPUT SPIELER-DATEI
           IF KRZ-SPIELER-STATUS NOT = "00"
               DISPLAY "TTTKRZT: SPIELERSTAMM NICHT LESBAR, STATUS "
                   KRZ-SPIELER-STATUS
               SET KRZ-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE "N" TO KRZ-DATEI-ENDE
               MOVE 0 TO SPL-NUMMER
               START SPIELER-DATEI KEY NOT < SPL-NUMMER
               IF KRZ-SPIELER-STATUS NOT = "00"
                   SET KRZ-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM LADE-EINEN-SPIELER
                   THRU LADE-EINEN-SPIELER-EXIT
                   UNTIL KRZ-ENDE-ERREICHT
               CLOSE SPIELER-DATEI
           END-IF
           INITIALIZE KRZ-KREUZ-TABELLE
           .
           EXIT.

       LADE-EINEN-SPIELER-VERARBEITUNG SECTION.
       LADE-EINEN-SPIELER.
           READ SPIELER-DATEI NEXT RECORD
               AT END
                   SET KRZ-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT KRZ-ENDE-ERREICHT
               IF KRZ-SPIELER-STATUS NOT = "00"
                   SET KRZ-ENDE-ERREICHT TO TRUE
               ELSE
                   IF SPL-IST-AKTIV
                       IF KRZ-ANZAHL-SPIELER < KRZ-MAX-SPIELER
                           ADD 1 TO KRZ-ANZAHL-SPIELER
                           MOVE SPL-NUMMER
                             TO KRZ-SP-NUMMER (KRZ-ANZAHL-SPIELER)
                           MOVE SPL-NAME
                             TO KRZ-SP-NAME (KRZ-ANZAHL-SPIELER)
                           MOVE 0
                             TO KRZ-SP-SPIELE (KRZ-ANZAHL-SPIELER)
                       ELSE
                           DISPLAY "TTTKRZT: SPIELERTABELLE VOLL, "
                               SPL-NAME " NICHT IN DER KREUZTABELLE"
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       LADE-EINEN-SPIELER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Umbenennungen und Vereinigungen aus dem Stammjournal laden;
      * kein Journal heisst: keine Uebersetzung.
      *----------------------------------------------------------------
       LADE-NAMENS-JOURNAL SECTION.
           OPEN INPUT JOURNAL-DATEI
           IF KRZ-JOURNAL-STATUS = "00"
               MOVE "N" TO KRZ-DATEI-ENDE
               PERFORM LADE-EINE-UMBENENNUNG
                   THRU LADE-EINE-UMBENENNUNG-EXIT
                   UNTIL KRZ-ENDE-ERREICHT
               CLOSE JOURNAL-DATEI
           END-IF
           .
           EXIT.

       LADE-EINE-UMBENENNUNG-VERARBEITUNG SECTION.
       LADE-EINE-UMBENENNUNG.
           READ JOURNAL-DATEI
               AT END
                   SET KRZ-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT KRZ-ENDE-ERREICHT
              AND (SJO-IST-UMBENENNEN OR SJO-IST-VEREINIGEN)
               IF KRZ-ANZAHL-ALIAS < KRZ-MAX-ALIAS
                   ADD 1 TO KRZ-ANZAHL-ALIAS
                   MOVE SJO-ALT-NAME
                     TO KRZ-AL-ALT (KRZ-ANZAHL-ALIAS)
                   MOVE SJO-NEU-NAME
                     TO KRZ-AL-NEU (KRZ-ANZAHL-ALIAS)
               ELSE
                   DISPLAY "TTTKRZT: ALIASTABELLE VOLL, "
                       SJO-ALT-NAME " NICHT UEBERSETZT"
               END-IF
           END-IF
           .
       LADE-EINE-UMBENENNUNG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Uebersetzt KRZ-SUCH-NAME ueber die Aliastabelle auf den
      * heutigen Namen; hoechstens fuenf Stufen, damit eine
      * fehlerhafte Kette nicht endlos laeuft.
      *----------------------------------------------------------------
       UEBERSETZE-NAME SECTION.
           PERFORM UEBERSETZE-EINE-STUFE
               THRU UEBERSETZE-EINE-STUFE-EXIT
               VARYING KRZ-ALIAS-STUFE FROM 1 BY 1
               UNTIL KRZ-ALIAS-STUFE > 5
           .
           EXIT.

       UEBERSETZE-EINE-STUFE-VERARBEITUNG SECTION.
       UEBERSETZE-EINE-STUFE.
           MOVE 0 TO KRZ-ALIAS-FUND
           PERFORM SUCHE-ALIAS THRU SUCHE-ALIAS-EXIT
               VARYING KRZ-ALIAS-I FROM 1 BY 1
               UNTIL KRZ-ALIAS-I > KRZ-ANZAHL-ALIAS
                  OR KRZ-ALIAS-FUND NOT = 0
           IF KRZ-ALIAS-FUND NOT = 0
               MOVE KRZ-AL-NEU (KRZ-ALIAS-FUND) TO KRZ-SUCH-NAME
           END-IF
           .
       UEBERSETZE-EINE-STUFE-EXIT.
           EXIT.

       SUCHE-ALIAS-VERARBEITUNG SECTION.
       SUCHE-ALIAS.
           IF KRZ-AL-ALT (KRZ-ALIAS-I) = KRZ-SUCH-NAME
               MOVE KRZ-ALIAS-I TO KRZ-ALIAS-FUND
           END-IF
           .
       SUCHE-ALIAS-EXIT.
           EXIT.

      * Position des (uebersetzten) Namens in der Spielertabelle;
      * 0 = kein aktiver Spieler.
       SUCHE-SPIELER SECTION.
           PERFORM UEBERSETZE-NAME
           MOVE 0 TO KRZ-FUNDSTELLE
           PERFORM VERGLEICHE-SPIELER THRU VERGLEICHE-SPIELER-EXIT
               VARYING KRZ-K FROM 1 BY 1
               UNTIL KRZ-K > KRZ-ANZAHL-SPIELER
                  OR KRZ-FUNDSTELLE NOT = 0
           .
           EXIT.

       VERGLEICHE-SPIELER-VERARBEITUNG SECTION.
       VERGLEICHE-SPIELER.
           IF KRZ-SP-NAME (KRZ-K) = KRZ-SUCH-NAME
               MOVE KRZ-K TO KRZ-FUNDSTELLE
           END-IF
           .
       VERGLEICHE-SPIELER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Ein Durchgang durch die Ergebnisdatei in Schluesselfolge;
      * jedes Spiel zweier aktiver Spieler fuellt beide Zellen des
      * Paares und fuehrt die Siegserien fort.
      *----------------------------------------------------------------
       ZAEHLE-SPIELE SECTION.
           OPEN INPUT SCORE-DATEI
           IF KRZ-SCORE-STATUS NOT = "00"
               DISPLAY "TTTKRZT: TTTSCORE NICHT LESBAR, STATUS "
                   KRZ-SCORE-STATUS
               SET KRZ-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE "N" TO KRZ-DATEI-ENDE
               MOVE LOW-VALUES TO SCORE-SCHLUESSEL
               START SCORE-DATEI KEY NOT < SCORE-SCHLUESSEL
               IF KRZ-SCORE-STATUS NOT = "00"
                   SET KRZ-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM ZAEHLE-EIN-SPIEL THRU ZAEHLE-EIN-SPIEL-EXIT
                   UNTIL KRZ-ENDE-ERREICHT
               CLOSE SCORE-DATEI
           END-IF
           .
           EXIT.

       ZAEHLE-EIN-SPIEL-VERARBEITUNG SECTION.
       ZAEHLE-EIN-SPIEL.
           READ SCORE-DATEI NEXT RECORD
               AT END
                   SET KRZ-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT KRZ-ENDE-ERREICHT
              AND KRZ-SCORE-STATUS NOT = "00"
               DISPLAY "TTTKRZT: LESEFEHLER TTTSCORE, STATUS "
                   KRZ-SCORE-STATUS
               SET KRZ-LAUF-HAT-FEHLER TO TRUE
               SET KRZ-ENDE-ERREICHT TO TRUE
           END-IF
           IF KRZ-ENDE-ERREICHT
               GO TO ZAEHLE-EIN-SPIEL-EXIT
           END-IF
           ADD 1 TO KRZ-GELESEN
           MOVE SCORE-SPIELER-X TO KRZ-SUCH-NAME
           PERFORM SUCHE-SPIELER
           MOVE KRZ-FUNDSTELLE TO KRZ-PLATZ-X
           MOVE SCORE-SPIELER-O TO KRZ-SUCH-NAME
           PERFORM SUCHE-SPIELER
           MOVE KRZ-FUNDSTELLE TO KRZ-PLATZ-O
           IF KRZ-PLATZ-X = 0
              OR KRZ-PLATZ-O = 0
              OR KRZ-PLATZ-X = KRZ-PLATZ-O
               ADD 1 TO KRZ-UEBERGANGEN
               GO TO ZAEHLE-EIN-SPIEL-EXIT
           END-IF
           ADD 1 TO KRZ-GEZAEHLT
           ADD 1 TO KRZ-SP-SPIELE (KRZ-PLATZ-X)
           ADD 1 TO KRZ-SP-SPIELE (KRZ-PLATZ-O)
           EVALUATE SCORE-GEWINNER
               WHEN "X"
                   MOVE KRZ-PLATZ-X TO KRZ-I
                   MOVE KRZ-PLATZ-O TO KRZ-J
                   PERFORM ZAEHLE-SIEG
               WHEN "O"
                   MOVE KRZ-PLATZ-O TO KRZ-I
                   MOVE KRZ-PLATZ-X TO KRZ-J
                   PERFORM ZAEHLE-SIEG
               WHEN OTHER
                   ADD 1 TO KRZ-REMIS (KRZ-PLATZ-X, KRZ-PLATZ-O)
                   ADD 1 TO KRZ-REMIS (KRZ-PLATZ-O, KRZ-PLATZ-X)
                   MOVE 0 TO KRZ-SERIE (KRZ-PLATZ-X, KRZ-PLATZ-O)
                   MOVE 0 TO KRZ-SERIE (KRZ-PLATZ-O, KRZ-PLATZ-X)
           END-EVALUATE
           .
       ZAEHLE-EIN-SPIEL-EXIT.
           EXIT.

      * Sieg des Spielers KRZ-I ueber KRZ-J.
       ZAEHLE-SIEG SECTION.
           ADD 1 TO KRZ-SIEGE (KRZ-I, KRZ-J)
           ADD 1 TO KRZ-SERIE (KRZ-I, KRZ-J)
           MOVE 0 TO KRZ-SERIE (KRZ-J, KRZ-I)
           IF KRZ-SERIE (KRZ-I, KRZ-J) > KRZ-BESTE (KRZ-I, KRZ-J)
               MOVE KRZ-SERIE (KRZ-I, KRZ-J)
                 TO KRZ-BESTE (KRZ-I, KRZ-J)
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Kreuztabelle in Streifen zu fuenf Spalten drucken.
      *----------------------------------------------------------------
       DRUCKE-KREUZTABELLE SECTION.
           PERFORM DRUCKE-STREIFEN THRU DRUCKE-STREIFEN-EXIT
               VARYING KRZ-STREIFEN-ANFANG FROM 1 BY 5
               UNTIL KRZ-STREIFEN-ANFANG > KRZ-ANZAHL-SPIELER
           .
           EXIT.

       DRUCKE-STREIFEN-VERARBEITUNG SECTION.
       DRUCKE-STREIFEN.
           COMPUTE KRZ-STREIFEN-ENDE = KRZ-STREIFEN-ANFANG + 4
           IF KRZ-STREIFEN-ENDE > KRZ-ANZAHL-SPIELER
               MOVE KRZ-ANZAHL-SPIELER TO KRZ-STREIFEN-ENDE
           END-IF
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE KRZ-STREIFEN-ANFANG TO KRZ-SK-VON
           MOVE KRZ-STREIFEN-ENDE TO KRZ-SK-BIS
           MOVE KRZ-ANZAHL-SPIELER TO KRZ-SK-ANZAHL
           MOVE KRZ-STREIFEN-KOPF TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO KRZ-SPALTEN-KOPF-1
           MOVE SPACES TO KRZ-SPALTEN-KOPF-2
           MOVE "SPIELER" TO KRZ-SPALTEN-KOPF-1 (1:7)
           PERFORM FUELLE-SPALTEN-KOPF THRU FUELLE-SPALTEN-KOPF-EXIT
               VARYING KRZ-J FROM KRZ-STREIFEN-ANFANG BY 1
               UNTIL KRZ-J > KRZ-STREIFEN-ENDE
           MOVE KRZ-SPALTEN-KOPF-1 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE KRZ-SPALTEN-KOPF-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM DRUCKE-KREUZ-ZEILE THRU DRUCKE-KREUZ-ZEILE-EXIT
               VARYING KRZ-I FROM 1 BY 1
               UNTIL KRZ-I > KRZ-ANZAHL-SPIELER
           .
       DRUCKE-STREIFEN-EXIT.
           EXIT.

       FUELLE-SPALTEN-KOPF-VERARBEITUNG SECTION.
       FUELLE-SPALTEN-KOPF.
           COMPUTE KRZ-SPALTE = KRZ-J - KRZ-STREIFEN-ANFANG + 1
           MOVE KRZ-SP-NUMMER (KRZ-J) TO KRZ-SK1-NUMMER (KRZ-SPALTE)
           MOVE KRZ-SP-NAME (KRZ-J) TO KRZ-SK2-NAME (KRZ-SPALTE)
           .
       FUELLE-SPALTEN-KOPF-EXIT.
           EXIT.

       DRUCKE-KREUZ-ZEILE-VERARBEITUNG SECTION.
       DRUCKE-KREUZ-ZEILE.
           MOVE SPACES TO KRZ-KREUZ-ZEILE
           MOVE KRZ-SP-NUMMER (KRZ-I) TO KRZ-KZ-NUMMER
           MOVE KRZ-SP-NAME (KRZ-I) TO KRZ-KZ-NAME
           PERFORM FUELLE-KREUZ-ZELLE THRU FUELLE-KREUZ-ZELLE-EXIT
               VARYING KRZ-J FROM KRZ-STREIFEN-ANFANG BY 1
               UNTIL KRZ-J > KRZ-STREIFEN-ENDE
           MOVE KRZ-KREUZ-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
       DRUCKE-KREUZ-ZEILE-EXIT.
           EXIT.

       FUELLE-KREUZ-ZELLE-VERARBEITUNG SECTION.
       FUELLE-KREUZ-ZELLE.
           COMPUTE KRZ-SPALTE = KRZ-J - KRZ-STREIFEN-ANFANG + 1
           COMPUTE KRZ-PAAR-SPIELE = KRZ-SIEGE (KRZ-I, KRZ-J)
               + KRZ-REMIS (KRZ-I, KRZ-J) + KRZ-SIEGE (KRZ-J, KRZ-I)
           EVALUATE TRUE
               WHEN KRZ-I = KRZ-J
                   MOVE "    ---" TO KRZ-KZ-INHALT (KRZ-SPALTE)
               WHEN KRZ-PAAR-SPIELE = 0
                   MOVE "     ." TO KRZ-KZ-INHALT (KRZ-SPALTE)
               WHEN OTHER
                   MOVE KRZ-SIEGE (KRZ-I, KRZ-J) TO KRZ-BI-SIEGE
                   MOVE KRZ-REMIS (KRZ-I, KRZ-J) TO KRZ-BI-REMIS
                   MOVE KRZ-SIEGE (KRZ-J, KRZ-I) TO KRZ-BI-NIEDERLAGEN
                   MOVE KRZ-BILANZ TO KRZ-KZ-INHALT (KRZ-SPALTE)
           END-EVALUATE
           .
       FUELLE-KREUZ-ZELLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Je Spieler mit gewerteten Spielen die drei Gegner mit den
      * meisten Spielen; bei gleicher Zahl der mit der kleineren
      * Spielernummer.
      *----------------------------------------------------------------
       DRUCKE-RIVALITAETEN SECTION.
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE KRZ-RIVALEN-KOPF-1 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE KRZ-RIVALEN-KOPF-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM DRUCKE-RIVALEN-EINES-SPIELERS
               THRU DRUCKE-RIVALEN-EINES-SPIELERS-EXIT
               VARYING KRZ-I FROM 1 BY 1
               UNTIL KRZ-I > KRZ-ANZAHL-SPIELER
           .
           EXIT.

       DRUCKE-RIVALEN-EINES-SPIELERS-VERARBEITUNG SECTION.
       DRUCKE-RIVALEN-EINES-SPIELERS.
           IF KRZ-SP-SPIELE (KRZ-I) = 0
               GO TO DRUCKE-RIVALEN-EINES-SPIELERS-EXIT
           END-IF
           MOVE KRZ-SP-NUMMER (KRZ-I) TO KRZ-RS-NUMMER
           MOVE KRZ-SP-NAME (KRZ-I) TO KRZ-RS-NAME
           MOVE KRZ-SP-SPIELE (KRZ-I) TO KRZ-RS-SPIELE
           MOVE KRZ-RIVALEN-SPIELER-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE 0 TO KRZ-GEWAEHLT (1)
           MOVE 0 TO KRZ-GEWAEHLT (2)
           MOVE 0 TO KRZ-GEWAEHLT (3)
           PERFORM DRUCKE-EINEN-RIVALEN THRU DRUCKE-EINEN-RIVALEN-EXIT
               VARYING KRZ-RANG FROM 1 BY 1
               UNTIL KRZ-RANG > 3
           .
       DRUCKE-RIVALEN-EINES-SPIELERS-EXIT.
           EXIT.

       DRUCKE-EINEN-RIVALEN-VERARBEITUNG SECTION.
       DRUCKE-EINEN-RIVALEN.
           MOVE 0 TO KRZ-BESTE-SPIELE
           MOVE 0 TO KRZ-BESTER-GEGNER
           PERFORM PRUEFE-GEGNER THRU PRUEFE-GEGNER-EXIT
               VARYING KRZ-J FROM 1 BY 1
               UNTIL KRZ-J > KRZ-ANZAHL-SPIELER
           IF KRZ-BESTER-GEGNER = 0
               GO TO DRUCKE-EINEN-RIVALEN-EXIT
           END-IF
           MOVE KRZ-BESTER-GEGNER TO KRZ-GEWAEHLT (KRZ-RANG)
           MOVE KRZ-BESTER-GEGNER TO KRZ-J
           MOVE KRZ-SP-NUMMER (KRZ-J) TO KRZ-RZ-NUMMER
           MOVE KRZ-SP-NAME (KRZ-J) TO KRZ-RZ-NAME
           MOVE KRZ-BESTE-SPIELE TO KRZ-RZ-SPIELE
           MOVE KRZ-SIEGE (KRZ-I, KRZ-J) TO KRZ-BI-SIEGE
           MOVE KRZ-REMIS (KRZ-I, KRZ-J) TO KRZ-BI-REMIS
           MOVE KRZ-SIEGE (KRZ-J, KRZ-I) TO KRZ-BI-NIEDERLAGEN
           MOVE KRZ-BILANZ TO KRZ-RZ-BILANZ
           MOVE KRZ-BESTE (KRZ-I, KRZ-J) TO KRZ-RZ-SERIE-EIGEN
           MOVE KRZ-BESTE (KRZ-J, KRZ-I) TO KRZ-RZ-SERIE-GEGNER
           MOVE KRZ-RIVALEN-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
       DRUCKE-EINEN-RIVALEN-EXIT.
           EXIT.

       PRUEFE-GEGNER-VERARBEITUNG SECTION.
       PRUEFE-GEGNER.
           IF KRZ-J = KRZ-I
              OR KRZ-J = KRZ-GEWAEHLT (1)
              OR KRZ-J = KRZ-GEWAEHLT (2)
              OR KRZ-J = KRZ-GEWAEHLT (3)
               GO TO PRUEFE-GEGNER-EXIT
           END-IF
           COMPUTE KRZ-PAAR-SPIELE = KRZ-SIEGE (KRZ-I, KRZ-J)
               + KRZ-REMIS (KRZ-I, KRZ-J) + KRZ-SIEGE (KRZ-J, KRZ-I)
           IF KRZ-PAAR-SPIELE > KRZ-BESTE-SPIELE
               MOVE KRZ-PAAR-SPIELE TO KRZ-BESTE-SPIELE
               MOVE KRZ-J TO KRZ-BESTER-GEGNER
           END-IF
           .
       PRUEFE-GEGNER-EXIT.
           EXIT.

       END PROGRAM TTTKRZT.
