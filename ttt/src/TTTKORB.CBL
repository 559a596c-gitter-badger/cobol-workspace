       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTKORB.
      * Tagesbericht der Ergebniskorrekturen fuer die Aufsicht:
      * liest das Korrekturjournal TTTKORJ, das TTTKORR je Korrektur
      * fortschreibt, und druckt die Korrekturen eines Tages auf den
      * Bericht TTTKORBR. Je Korrektur zwei Zeilen: Uhrzeit, Aktion,
      * Spielschluessel, Spieler und Gewinner vor und nach der
      * Korrektur, darunter Bearbeiter, Grund, Match-Kennung, die
      * Nachfuehrung in Turnier und Serie und die Art der
      * Entscheidung (Zeitverlust) vor und nach der Korrektur.
      * Leereingabe beim Datum nimmt den heutigen Tag.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-DATEI ASSIGN TO "TTTKORJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS KOB-JOURNAL-STATUS.

           SELECT BERICHT-DATEI ASSIGN TO "TTTKORBR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS KOB-BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-DATEI.
           COPY KORJSATZ.

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE PIC X(80).

       WORKING-STORAGE SECTION.
       01  KOB-JOURNAL-STATUS PIC XX.
       01  KOB-BERICHT-STATUS PIC XX.

       01  KOB-SCHALTER.
           05 KOB-DATEI-ENDE PIC X(01) VALUE "N".
             88 KOB-ENDE-ERREICHT VALUE "J".

       01  KOB-DATUM-EINGABE PIC X(08).
       01  KOB-BERICHT-DATUM PIC 9(08).
       01  KOB-AKTUELLES-DATUM PIC X(21).

       01  KOB-GELESEN PIC 9(05) VALUE 0.
       01  KOB-GEDRUCKT PIC 9(05) VALUE 0.
       01  KOB-ANNULLIERT PIC 9(04) VALUE 0.
       01  KOB-GEAENDERT PIC 9(04) VALUE 0.

       01  KOB-BERICHT-KOPF.
           05 FILLER PIC X(35)
              VALUE "TTTKORB ERGEBNISKORREKTUREN VOM TAG".
           05 FILLER PIC X(01) VALUE SPACE.
           05 KOB-BK-DATUM PIC 9(08).
       01  KOB-SPALTEN-KOPF-1.
           05 FILLER PIC X(40) VALUE
              "UHRZEIT AKTION      SPIEL            SPI".
           05 FILLER PIC X(40) VALUE
              "ELER X    SPIELER O    ALT      NEU".
       01  KOB-SPALTEN-KOPF-2.
           05 FILLER PIC X(40) VALUE
              "        BEARBEITER  GRUND               ".
           05 FILLER PIC X(40) VALUE
              "           MATCH    TURNIER SERIE  ZEIT".
       01  KOB-DETAIL-ZEILE-1.
           05 KOB-DZ-UHRZEIT PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 KOB-DZ-AKTION PIC X(11).
           05 FILLER PIC X(01) VALUE SPACE.
           05 KOB-DZ-SCHLUESSEL PIC X(16).
           05 FILLER PIC X(01) VALUE SPACE.
           05 KOB-DZ-SPIELER-X PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 KOB-DZ-SPIELER-O PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 KOB-DZ-ALT-GEWINNER PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 KOB-DZ-NEU-GEWINNER PIC X(08).
       01  KOB-DETAIL-ZEILE-2.
           05 FILLER PIC X(08) VALUE SPACES.
           05 KOB-DZ-BEARBEITER PIC X(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 KOB-DZ-GRUND PIC X(30).
           05 FILLER PIC X(01) VALUE SPACE.
           05 KOB-DZ-MATCH PIC X(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 KOB-DZ-TURNIER-FOLGE PIC X(01).
           05 FILLER PIC X(08) VALUE SPACES.
           05 KOB-DZ-MATCH-FOLGE PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 KOB-DZ-ALT-ENTSCHEIDUNG PIC X(01).
           05 FILLER PIC X(01) VALUE "/".
           05 KOB-DZ-NEU-ENTSCHEIDUNG PIC X(01).
       01  KOB-LEGENDE-ZEILE.
           05 FILLER PIC X(45) VALUE
              "NACHFUEHRUNG: J = JA, E = SERIENENTSCHEIDUNG ".
           05 FILLER PIC X(35) VALUE
              "NEU, K = K.O.-FOLGERUNDE PRUEFEN,".
       01  KOB-LEGENDE-ZEILE-2.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
              "S = SCHWEIZER-FOLGERUNDE PRUEFEN, ".
           05 FILLER PIC X(32) VALUE
              "N = PAARUNG/SERIE NICHT GEFUNDEN".
       01  KOB-LEGENDE-ZEILE-3.
           05 FILLER PIC X(06) VALUE "ZEIT: ".
           05 FILLER PIC X(46) VALUE
              "ENTSCHEIDUNG VORHER/NACHHER, Z = ZEITVERLUST".
       01  KOB-SUMMEN-ZEILE.
           05 FILLER PIC X(11) VALUE "ANNULLIERT ".
           05 KOB-SU-ANNULLIERT PIC ZZZ9.
           05 FILLER PIC X(20) VALUE ", GEWINNER GEAENDERT".
           05 FILLER PIC X(01) VALUE SPACE.
           05 KOB-SU-GEAENDERT PIC ZZZ9.

       PROCEDURE DIVISION.

           DISPLAY "Berichtstag (JJJJMMTT, leer = heute): "
               WITH NO ADVANCING
           ACCEPT KOB-DATUM-EINGABE
           IF KOB-DATUM-EINGABE IS NUMERIC
               MOVE KOB-DATUM-EINGABE TO KOB-BERICHT-DATUM
           ELSE
               MOVE FUNCTION CURRENT-DATE TO KOB-AKTUELLES-DATUM
               MOVE KOB-AKTUELLES-DATUM (1:8) TO KOB-BERICHT-DATUM
           END-IF
           PERFORM SCHREIBE-TAGESBERICHT
           DISPLAY "TTTKORB: " KOB-GELESEN " JOURNALZEILEN, "
               KOB-GEDRUCKT " VOM TAG " KOB-BERICHT-DATUM

           GOBACK
           .

       SCHREIBE-TAGESBERICHT SECTION.
           OPEN OUTPUT BERICHT-DATEI
           IF KOB-BERICHT-STATUS NOT = "00"
               DISPLAY "TTTKORB: BERICHT NICHT SCHREIBBAR, STATUS "
                   KOB-BERICHT-STATUS
           ELSE
               MOVE KOB-BERICHT-DATUM TO KOB-BK-DATUM
               MOVE KOB-BERICHT-KOPF TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE KOB-SPALTEN-KOPF-1 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE KOB-SPALTEN-KOPF-2 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               OPEN INPUT JOURNAL-DATEI
               IF KOB-JOURNAL-STATUS NOT = "00"
                   MOVE "KEIN JOURNAL VORHANDEN" TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               ELSE
                   PERFORM LIES-JOURNAL-SATZ
                   PERFORM VERARBEITE-JOURNAL-SATZ
                       UNTIL KOB-ENDE-ERREICHT
                   CLOSE JOURNAL-DATEI
               END-IF
               MOVE SPACES TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE KOB-ANNULLIERT TO KOB-SU-ANNULLIERT
               MOVE KOB-GEAENDERT TO KOB-SU-GEAENDERT
               MOVE KOB-SUMMEN-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE KOB-LEGENDE-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE KOB-LEGENDE-ZEILE-2 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE KOB-LEGENDE-ZEILE-3 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               CLOSE BERICHT-DATEI
           END-IF
           .
           EXIT.

       LIES-JOURNAL-SATZ SECTION.
           READ JOURNAL-DATEI
               AT END
                   SET KOB-ENDE-ERREICHT TO TRUE
           END-READ
           .
           EXIT.

       VERARBEITE-JOURNAL-SATZ SECTION.
           ADD 1 TO KOB-GELESEN
           IF KOJ-DATUM = KOB-BERICHT-DATUM
               ADD 1 TO KOB-GEDRUCKT
               MOVE KOJ-UHRZEIT (1:6) TO KOB-DZ-UHRZEIT
               MOVE KOJ-AKTION TO KOB-DZ-AKTION
               MOVE KOJ-ALT-SCHLUESSEL TO KOB-DZ-SCHLUESSEL
               MOVE KOJ-ALT-SPIELER-X TO KOB-DZ-SPIELER-X
               MOVE KOJ-ALT-SPIELER-O TO KOB-DZ-SPIELER-O
               MOVE KOJ-ALT-GEWINNER TO KOB-DZ-ALT-GEWINNER
               IF KOJ-IST-ANNULLIEREN
                   MOVE "ANNULL." TO KOB-DZ-NEU-GEWINNER
                   ADD 1 TO KOB-ANNULLIERT
               ELSE
                   MOVE KOJ-NEU-GEWINNER TO KOB-DZ-NEU-GEWINNER
                   ADD 1 TO KOB-GEAENDERT
               END-IF
               MOVE KOB-DETAIL-ZEILE-1 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE KOJ-BEARBEITER TO KOB-DZ-BEARBEITER
               MOVE KOJ-GRUND TO KOB-DZ-GRUND
               MOVE KOJ-MATCH-KENNUNG TO KOB-DZ-MATCH
               MOVE KOJ-TURNIER-FOLGE TO KOB-DZ-TURNIER-FOLGE
               MOVE KOJ-MATCH-FOLGE TO KOB-DZ-MATCH-FOLGE
               MOVE KOJ-ALT-ENTSCHEIDUNG TO KOB-DZ-ALT-ENTSCHEIDUNG
               MOVE KOJ-NEU-ENTSCHEIDUNG TO KOB-DZ-NEU-ENTSCHEIDUNG
               MOVE KOB-DETAIL-ZEILE-2 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           PERFORM LIES-JOURNAL-SATZ
           .
           EXIT.

       END PROGRAM TTTKORB.
