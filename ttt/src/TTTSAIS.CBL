       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSAIS.
      * Saisonabschluss: schliesst die laufende Saison unter einer
      * Saison-Kennung ab und eroeffnet die neue.
      * Eingefroren werden in der Saisonergebnisdatei TTTSAIS
      * (SAISSATZ):
      * - die Rangliste von TTTSTAT, wie sie der unmittelbar vorher
      *   gelaufene TTTSTAT in seiner Arbeitsdatei TTTSTATW
      *   hinterlassen hat (gleiche Reihenfolge: Siegquote, dann
      *   Spielezahl absteigend);
      * - der Ratingstand aus TTTRATNG, nach Rating geordnet;
      * - Sieger und Zweiter jedes Turniers, das seit dem letzten
      *   Abschluss beendet wurde (Kreisverfahren: Punkte wie
      *   TTTSTAND, bei Gleichstand die kleinere Zugsumme; K.O.:
      *   Finale; Schweizer System: Punkte, bei Gleichstand die
      *   Buchholz-Wertung, dann die Zahl der Siege wie in
      *   TTTSTAND).
      * Danach werden alle Ergebnissaetze der Saison aus TTTSCORE in
      * das Saisonarchiv TTTSCARC verschoben, wo TTTABFR sie weiter
      * findet, und die Ratings fuer die neue Saison um den
      * angegebenen Prozentsatz zum Startwert zurueckgefuehrt; die
      * Spielezahlen beginnen bei null. Die neuen Startwerte stehen
      * zusaetzlich in der Ratingbasis TTTRTBAS, von der TTTRATE bei
      * einer Neuberechnung ausgeht.
      * Der Abschluss laeuft nur, wenn der Bestand stimmig ist:
      * TTTSTATW muss genau die Spiele in TTTSCORE enthalten, der
      * Ratinglauf muss bis zum letzten Spiel und zur letzten
      * Ergebniskorrektur aus TTTKORJ gewertet haben, kein
      * Turnier darf noch offen sein, und die Saison-Kennung darf
      * noch nicht vergeben sein. Sonst bleibt alles unveraendert
      * (Returncode 8). Die Ruhmeshalle druckt TTTRUHM.
      * Als abgeschlossen gilt eine Saison erst mit ihrem
      * Abschlusssatz (A), der nach dem Entfernen der Spiele aus
      * TTTSCORE als letzter geschrieben wird. Bricht ein Abschluss
      * vorher ab (Returncode 8, UNVOLLSTAENDIG), wird er mit
      * derselben Saison-Kennung wiederholt: die schon
      * geschriebenen Saisonsaetze werden entfernt und neu
      * geschrieben, schon aus TTTSCORE entfernte Spiele werden aus
      * dem Saisonarchiv mitgezaehlt, und der Ratingstand am
      * Saisonende wird aus den Saetzen des abgebrochenen Laufs
      * genommen, damit kein Rating zweimal zurueckgefuehrt wird.
      * Zwischen Abbruch und Wiederholung duerfen weder Spiele
      * erfasst noch TTTSTAT oder TTTRATE gelaufen sein.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-DATEI ASSIGN TO "TTTSCORE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS SAS-SCORE-STATUS.

           SELECT ARCHIV-DATEI ASSIGN TO "TTTSCARC"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCA-SCHLUESSEL
               FILE STATUS IS SAS-ARCHIV-STATUS.

           SELECT SAISON-DATEI ASSIGN TO "TTTSAIS"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SAI-SCHLUESSEL
               FILE STATUS IS SAS-SAISON-STATUS.

           SELECT RATING-DATEI ASSIGN TO "TTTRATNG"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS RAT-NUMMER
               FILE STATUS IS SAS-RATING-STATUS.

           SELECT TURNIER-DATEI ASSIGN TO "TTTTURN"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS TRN-SCHLUESSEL
               FILE STATUS IS SAS-TURNIER-STATUS.

           SELECT BASIS-DATEI ASSIGN TO "TTTRTBAS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SAS-BASIS-STATUS.

           SELECT CHECKPOINT-DATEI ASSIGN TO "TTTRTCKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SAS-CKPT-STATUS.

           SELECT KORREKTUR-DATEI ASSIGN TO "TTTKORJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SAS-KORREKTUR-STATUS.

           SELECT SUMMEN-WERK ASSIGN TO "TTTSTATW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SAS-SUMMEN-STATUS.

           SELECT SORT-RANG ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-DATEI.
           COPY SCORSATZ.

       FD  ARCHIV-DATEI.
           COPY SCASATZ.

       FD  SAISON-DATEI.
           COPY SAISSATZ.

       FD  RATING-DATEI.
           COPY RATSATZ.

       FD  TURNIER-DATEI.
           COPY TRNSATZ.

       FD  BASIS-DATEI.
           COPY RTBSATZ.

      * Checkpoint des Ratinglaufs, Satzbild wie in TTTRATE.
       FD  CHECKPOINT-DATEI.
       01  CHECKPOINT-SATZ.
           05 RCKP-SCHLUESSEL PIC X(16).
           05 FILLER PIC X(01).
           05 RCKP-KORREKTUR-STEMPEL PIC X(17).

       FD  KORREKTUR-DATEI.
           COPY KORJSATZ.

      * Summensatz je Spieler aus dem letzten TTTSTAT-Lauf, Satzbild
      * wie in TTTSTAT.
       FD  SUMMEN-WERK.
       01  SUMMEN-WERK-SATZ.
           05 STW-PROZENT PIC 9(03).
           05 STW-SPIELE PIC 9(05).
           05 STW-NAME PIC X(20).
           05 STW-SIEGE-X PIC 9(05).
           05 STW-SIEGE-O PIC 9(05).
           05 STW-UNENTSCHIEDEN PIC 9(05).
           05 STW-ZUEGE PIC 9(07).
           05 STW-ZEITVERLUSTE PIC 9(05).

       SD  SORT-RANG.
       01  SRT-RANG-SATZ.
           05 SRR-PROZENT PIC 9(03).
           05 SRR-SPIELE PIC 9(05).
           05 SRR-NAME PIC X(20).
           05 SRR-SIEGE-X PIC 9(05).
           05 SRR-SIEGE-O PIC 9(05).
           05 SRR-UNENTSCHIEDEN PIC 9(05).
           05 SRR-ZUEGE PIC 9(07).
           05 SRR-ZEITVERLUSTE PIC 9(05).

       WORKING-STORAGE SECTION.
       01  SAS-SCORE-STATUS PIC XX.
       01  SAS-ARCHIV-STATUS PIC XX.
       01  SAS-SAISON-STATUS PIC XX.
       01  SAS-RATING-STATUS PIC XX.
       01  SAS-TURNIER-STATUS PIC XX.
       01  SAS-BASIS-STATUS PIC XX.
       01  SAS-CKPT-STATUS PIC XX.
       01  SAS-SUMMEN-STATUS PIC XX.
       01  SAS-KORREKTUR-STATUS PIC XX.

       01  SAS-SCHALTER.
           05 SAS-DATEI-ENDE PIC X(01) VALUE "N".
             88 SAS-ENDE-ERREICHT VALUE "J".
           05 SAS-LAUF-FEHLER PIC X(01) VALUE "N".
             88 SAS-LAUF-HAT-FEHLER VALUE "J".
           05 SAS-SAISON-OFFEN PIC X(01) VALUE "N".
             88 SAS-SAISON-IST-OFFEN VALUE "J".
           05 SAS-TURNIER-BEKANNT PIC X(01).
             88 SAS-TURNIER-IST-BEKANNT VALUE "J".
           05 SAS-WIEDERHOLUNG PIC X(01) VALUE "N".
             88 SAS-IST-WIEDERHOLUNG VALUE "J".
           05 SAS-ENTFERNE-ART PIC X(01).
             88 SAS-ENTFERNE-RATINGS VALUE "E".

       01  SAS-SAISON-ID PIC X(08).
       01  SAS-PROZENT-EINGABE PIC X(03).
       01  SAS-RUECKFUEHRUNG PIC 9(03) VALUE 50.
       01  SAS-BESTAETIGUNG PIC X(01).
       01  SAS-AKTUELLES-DATUM PIC X(21).
       01  SAS-HEUTE-DATUM PIC 9(08).

      * Startwert der Ratings; muss dem Startwert in TTTRATE
      * entsprechen.
       01  SAS-START-WERT PIC 9(04) VALUE 1500.
       01  SAS-MINDEST-WERT PIC 9(04) VALUE 0100.
       01  SAS-NEU-WERT PIC S9(05).

      * Kennzahlen der Saison aus dem Vorlauf ueber TTTSCORE.
       01  SAS-SPIELE PIC 9(06) VALUE 0.
       01  SAS-VON-DATUM PIC 9(08) VALUE 0.
       01  SAS-BIS-DATUM PIC 9(08) VALUE 0.
       01  SAS-LETZTER-SCHLUESSEL PIC X(16) VALUE SPACES.
       01  SAS-NEUESTE-KORREKTUR PIC X(17) VALUE SPACES.
       01  SAS-SEITEN-SOLL PIC 9(07).
       01  SAS-SEITEN-IST PIC 9(07) VALUE 0.
       01  SAS-RANG-SPIELER PIC 9(04) VALUE 0.
       01  SAS-ARCHIVIERT PIC 9(06) VALUE 0.
       01  SAS-NUR-ARCHIV PIC 9(06) VALUE 0.
       01  SAS-ENTFERNT PIC 9(04) VALUE 0.
       01  SAS-GELOESCHT PIC 9(06) VALUE 0.
       01  SAS-FOLGE PIC 9(04).

      * Turniere, die schon in einer frueheren Saison eingefroren
      * wurden.
       01  SAS-MAX-BEKANNT PIC 9(03) VALUE 200.
       01  SAS-ANZAHL-BEKANNT PIC 9(03) VALUE 0.
       01  SAS-BEKANNT-TABELLE.
           05 SAS-BEKANNT-ID PIC X(08) OCCURS 200.

      * Zugsumme je Turnier und Spieler aus TTTSCORE fuer den
      * Gleichstand im Kreisverfahren.
       01  SAS-MAX-ZUGSUMMEN PIC 9(03) VALUE 400.
       01  SAS-ANZAHL-ZUGSUMMEN PIC 9(03) VALUE 0.
       01  SAS-ZUGSUMMEN-TABELLE.
           05 SAS-ZUGSUMME OCCURS 400.
               10 SAS-ZS-TURNIER-ID PIC X(08).
               10 SAS-ZS-NAME PIC X(20).
               10 SAS-ZS-ZUEGE PIC 9(05).

      * In dieser Saison beendete Turniere mit Sieger und Zweitem.
       01  SAS-MAX-SIEGER PIC 9(02) VALUE 50.
       01  SAS-ANZAHL-SIEGER PIC 9(02) VALUE 0.
       01  SAS-SIEGER-TABELLE.
           05 SAS-SIEGER OCCURS 50.
               10 SAS-SG-TURNIER-ID PIC X(08).
               10 SAS-SG-ART PIC X(01).
               10 SAS-SG-SIEGER PIC X(20).
               10 SAS-SG-ZWEITER PIC X(20).
               10 SAS-SG-PAARUNGEN PIC 9(03).
       01  SAS-OFFENE-TURNIERE PIC 9(03) VALUE 0.

      * Gruppenwechsel je Turnier beim Lesen von TTTTURN.
       01  SAS-FREILOS-NAME PIC X(20) VALUE "** FREILOS **".
       01  SAS-TG-TURNIER-ID PIC X(08) VALUE LOW-VALUES.
       01  SAS-TG-ART PIC X(01).
       01  SAS-TG-PAARUNGEN PIC 9(03).
       01  SAS-TG-OFFEN PIC 9(03).
       01  SAS-TG-LETZTE-RUNDE PIC 9(02).
       01  SAS-TG-RUNDEN-PAARUNGEN PIC 9(02).
       01  SAS-TG-FINALE-X PIC X(20).
       01  SAS-TG-FINALE-O PIC X(20).
       01  SAS-TG-FINALE-ERGEBNIS PIC X(10).
       01  SAS-MAX-PUNKTE PIC 9(02) VALUE 20.
       01  SAS-ANZAHL-PUNKTE PIC 9(02) VALUE 0.
       01  SAS-PUNKTE-TABELLE.
           05 SAS-PUNKTE OCCURS 20.
               10 SAS-PK-NAME PIC X(20).
               10 SAS-PK-PUNKTE PIC 9(03).
               10 SAS-PK-ZUEGE PIC 9(05).
               10 SAS-PK-BUCHHOLZ PIC 9(04).
               10 SAS-PK-SIEGE PIC 9(03).
       01  SAS-SUCH-NAME PIC X(20).
       01  SAS-SUCH-PUNKTE PIC 9(03).
       01  SAS-ERSTER PIC 9(02).
       01  SAS-ZWEITER PIC 9(02).

      * Gespielte Paarungen eines Turniers im Schweizer System als
      * Plaetze der Punktetabelle, fuer die Buchholz-Wertung; dazu
      * die aus der Spielerzahl folgende Rundenzahl (wie TTTTURN).
       01  SAS-MAX-BEGEGNUNGEN PIC 9(03) VALUE 100.
       01  SAS-ANZAHL-BEGEGNUNGEN PIC 9(03) VALUE 0.
       01  SAS-BEGEGNUNGS-TABELLE.
           05 SAS-BEGEGNUNG OCCURS 100.
               10 SAS-BG-X PIC 9(02).
               10 SAS-BG-O PIC 9(02).
       01  SAS-B PIC 9(03).
       01  SAS-INDEX-X PIC 9(02).
       01  SAS-SOLL-RUNDEN PIC 9(02).
       01  SAS-ZWEIERPOTENZ PIC 9(03).

      * Ratingstand am Saisonende, nach Rating geordnet.
       01  SAS-MAX-RATING PIC 9(03) VALUE 200.
       01  SAS-ANZAHL-RATING PIC 9(03) VALUE 0.
       01  SAS-RATING-TABELLE.
           05 SAS-RATING OCCURS 200.
               10 SAS-RT-NUMMER PIC 9(05).
               10 SAS-RT-NAME PIC X(20).
               10 SAS-RT-WERT PIC 9(04).
               10 SAS-RT-SPIELE PIC 9(05).
               10 SAS-RT-UEBUNG-WERT PIC 9(04).
               10 SAS-RT-UEBUNG-SPIELE PIC 9(05).
               10 SAS-RT-NEU-WERT PIC 9(04).
               10 SAS-RT-NEU-UEBUNG-WERT PIC 9(04).
       01  SAS-TAUSCH-RATING PIC X(51).

      * Ratingstand am Saisonende aus den Saetzen (E) eines
      * abgebrochenen Abschlusses derselben Saison; gilt vor dem
      * Stand in TTTRATNG, der schon zurueckgefuehrt sein kann.
       01  SAS-ANZAHL-VORHER PIC 9(03) VALUE 0.
       01  SAS-ANZAHL-UEBERNOMMEN PIC 9(03) VALUE 0.
       01  SAS-VORHER-TABELLE.
           05 SAS-VORHER OCCURS 200.
               10 SAS-VH-NUMMER PIC 9(05).
               10 SAS-VH-WERT PIC 9(04).
               10 SAS-VH-SPIELE PIC 9(05).
               10 SAS-VH-UEBUNG-WERT PIC 9(04).
               10 SAS-VH-UEBUNG-SPIELE PIC 9(05).
       01  SAS-V PIC 9(03).

       01  SAS-I PIC 9(03).
       01  SAS-J PIC 9(03).
       01  SAS-FUNDSTELLE PIC 9(03).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO SAS-AKTUELLES-DATUM
           MOVE SAS-AKTUELLES-DATUM (1:8) TO SAS-HEUTE-DATUM
           DISPLAY "Saison-Kennung: " WITH NO ADVANCING
           ACCEPT SAS-SAISON-ID
           IF SAS-SAISON-ID = SPACES
               DISPLAY "TTTSAIS: KEINE SAISON-KENNUNG ANGEGEBEN"
               GO TO PROGRAMM-ENDE
           END-IF
           DISPLAY "Rueckfuehrung zum Startwert in Prozent"
               " (leer = 50): " WITH NO ADVANCING
           ACCEPT SAS-PROZENT-EINGABE
           IF SAS-PROZENT-EINGABE NOT = SPACES
               IF SAS-PROZENT-EINGABE IS NUMERIC
                   MOVE SAS-PROZENT-EINGABE TO SAS-RUECKFUEHRUNG
               ELSE
                   PERFORM WANDLE-PROZENT
               END-IF
           END-IF
           IF SAS-RUECKFUEHRUNG > 100
               DISPLAY "TTTSAIS: RUECKFUEHRUNG HOECHSTENS 100 PROZENT"
               GO TO PROGRAMM-ENDE
           END-IF

           PERFORM PRUEFE-SAISON-KENNUNG
           IF SAS-IST-WIEDERHOLUNG
              AND NOT SAS-LAUF-HAT-FEHLER
               DISPLAY "TTTSAIS: ABSCHLUSS DER SAISON " SAS-SAISON-ID
                   " WAR ABGEBROCHEN UND WIRD WIEDERHOLT"
           END-IF
           IF NOT SAS-LAUF-HAT-FEHLER
               PERFORM ZAEHLE-SAISON-SPIELE
           END-IF
           IF NOT SAS-LAUF-HAT-FEHLER
               PERFORM PRUEFE-RANGLISTE
           END-IF
           IF NOT SAS-LAUF-HAT-FEHLER
               PERFORM PRUEFE-RATINGLAUF
           END-IF
           IF NOT SAS-LAUF-HAT-FEHLER
               PERFORM PRUEFE-TURNIERE
           END-IF
           IF SAS-LAUF-HAT-FEHLER
               DISPLAY "TTTSAIS: SAISON " SAS-SAISON-ID
                   " NICHT ABGESCHLOSSEN, BESTAND UNVERAENDERT"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAMM-ENDE
           END-IF

           DISPLAY "  SAISON " SAS-SAISON-ID " VOM " SAS-VON-DATUM
               " BIS " SAS-BIS-DATUM ": " SAS-SPIELE " SPIELE, "
               SAS-RANG-SPIELER " SPIELER, " SAS-ANZAHL-SIEGER
               " TURNIERE"
           DISPLAY "  RUECKFUEHRUNG DER RATINGS: " SAS-RUECKFUEHRUNG
               " PROZENT"
           DISPLAY "Saison abschliessen? (J/N): " WITH NO ADVANCING
           ACCEPT SAS-BESTAETIGUNG
           IF SAS-BESTAETIGUNG NOT = "J"
               DISPLAY "TTTSAIS: ABSCHLUSS VERWORFEN"
               GO TO PROGRAMM-ENDE
           END-IF

           PERFORM ARCHIVIERE-ERGEBNISSE
           IF NOT SAS-LAUF-HAT-FEHLER
               PERFORM OEFFNE-SAISON-DATEI
           END-IF
           IF NOT SAS-LAUF-HAT-FEHLER
               MOVE SPACE TO SAS-ENTFERNE-ART
               PERFORM ENTFERNE-ABGEBROCHENEN-ABSCHLUSS
               IF NOT SAS-LAUF-HAT-FEHLER
                   PERFORM FRIERE-RANGLISTE-EIN
                   PERFORM FRIERE-TURNIERE-EIN
                   PERFORM FRIERE-RATINGS-EIN
               END-IF
               CLOSE SAISON-DATEI
           END-IF
           IF NOT SAS-LAUF-HAT-FEHLER
               PERFORM ERMITTLE-NEUE-WERTE
               PERFORM FUEHRE-RATINGS-ZURUECK
           END-IF
           IF NOT SAS-LAUF-HAT-FEHLER
               PERFORM LOESCHE-ERGEBNISSE
           END-IF
      * Erst der Abschlusssatz macht die Saison abgeschlossen; bis
      * dahin laesst sich der Abschluss wiederholen.
           IF NOT SAS-LAUF-HAT-FEHLER
               PERFORM OEFFNE-SAISON-DATEI
               IF NOT SAS-LAUF-HAT-FEHLER
                   PERFORM SCHREIBE-ABSCHLUSS-SATZ
                   CLOSE SAISON-DATEI
               END-IF
           END-IF
           DISPLAY "TTTSAIS: " SAS-ARCHIVIERT " SPIELE ARCHIVIERT, "
               SAS-GELOESCHT " AUS TTTSCORE ENTFERNT"
           IF SAS-LAUF-HAT-FEHLER
               DISPLAY "TTTSAIS: ABSCHLUSS SAISON " SAS-SAISON-ID
                   " UNVOLLSTAENDIG"
               DISPLAY "TTTSAIS: NACH BEHEBUNG MIT DERSELBEN"
                   " SAISON-KENNUNG WIEDERHOLEN"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "TTTSAIS: SAISON " SAS-SAISON-ID
                   " ABGESCHLOSSEN"
           END-IF
           .
       PROGRAMM-ENDE.
           GOBACK
          .

      * Ein- oder zweistellige Eingabe ("5 ", "30 ") rechtsbuendig
      * in den Prozentsatz uebernehmen.
       WANDLE-PROZENT SECTION.
           EVALUATE TRUE
               WHEN SAS-PROZENT-EINGABE (2:2) = SPACES
                AND SAS-PROZENT-EINGABE (1:1) IS NUMERIC
                   MOVE SAS-PROZENT-EINGABE (1:1) TO SAS-RUECKFUEHRUNG
               WHEN SAS-PROZENT-EINGABE (3:1) = SPACE
                AND SAS-PROZENT-EINGABE (1:2) IS NUMERIC
                   MOVE SAS-PROZENT-EINGABE (1:2) TO SAS-RUECKFUEHRUNG
               WHEN OTHER
                   MOVE 999 TO SAS-RUECKFUEHRUNG
           END-EVALUATE
           .
           EXIT.

      *----------------------------------------------------------------
      * Die Saison-Kennung darf noch nicht vergeben sein. Nebenbei
      * werden die Turniere gemerkt, die eine fruehere Saison schon
      * eingefroren hat. Keine Saisondatei heisst: erster Abschluss.
      * Saetze der Kennung ohne Abschlusssatz stammen aus einem
      * abgebrochenen Abschluss, der wiederholt wird; sein
      * Ratingstand wird gemerkt.
      *----------------------------------------------------------------
       PRUEFE-SAISON-KENNUNG SECTION.
           OPEN INPUT SAISON-DATEI
           IF SAS-SAISON-STATUS = "00"
               MOVE "N" TO SAS-DATEI-ENDE
               MOVE LOW-VALUES TO SAI-SCHLUESSEL
               START SAISON-DATEI KEY NOT < SAI-SCHLUESSEL
               IF SAS-SAISON-STATUS NOT = "00"
                   SET SAS-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM LIES-FRUEHERE-SAISON
                   THRU LIES-FRUEHERE-SAISON-EXIT
                   UNTIL SAS-ENDE-ERREICHT
               CLOSE SAISON-DATEI
           END-IF
           .
           EXIT.

       LIES-FRUEHERE-SAISON-VERARBEITUNG SECTION.
       LIES-FRUEHERE-SAISON.
           READ SAISON-DATEI NEXT RECORD
               AT END
                   SET SAS-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT SAS-ENDE-ERREICHT
              AND SAS-SAISON-STATUS NOT = "00"
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           IF NOT SAS-ENDE-ERREICHT
               IF SAI-SAISON = SAS-SAISON-ID
                   IF SAI-IST-ABSCHLUSS
                       DISPLAY "TTTSAIS: SAISON " SAS-SAISON-ID
                           " IST SCHON ABGESCHLOSSEN"
                       SET SAS-LAUF-HAT-FEHLER TO TRUE
                   ELSE
                       SET SAS-IST-WIEDERHOLUNG TO TRUE
                       IF SAI-IST-RATING
                           PERFORM MERKE-VORHER-STAND
                       END-IF
                   END-IF
               END-IF
               IF SAI-IST-TURNIER
                  AND SAI-SAISON NOT = SAS-SAISON-ID
                   IF SAS-ANZAHL-BEKANNT < SAS-MAX-BEKANNT
                       ADD 1 TO SAS-ANZAHL-BEKANNT
                       MOVE SAI-T-TURNIER-ID
                         TO SAS-BEKANNT-ID (SAS-ANZAHL-BEKANNT)
                   ELSE
                       DISPLAY "TTTSAIS: TURNIERTABELLE VOLL"
                       SET SAS-LAUF-HAT-FEHLER TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       LIES-FRUEHERE-SAISON-EXIT.
           EXIT.

       MERKE-VORHER-STAND SECTION.
           IF SAS-ANZAHL-VORHER < SAS-MAX-RATING
               ADD 1 TO SAS-ANZAHL-VORHER
               MOVE SAI-E-NUMMER TO SAS-VH-NUMMER (SAS-ANZAHL-VORHER)
               MOVE SAI-E-WERT TO SAS-VH-WERT (SAS-ANZAHL-VORHER)
               MOVE SAI-E-SPIELE TO SAS-VH-SPIELE (SAS-ANZAHL-VORHER)
               MOVE SAI-E-UEBUNG-WERT
                 TO SAS-VH-UEBUNG-WERT (SAS-ANZAHL-VORHER)
               MOVE SAI-E-UEBUNG-SPIELE
                 TO SAS-VH-UEBUNG-SPIELE (SAS-ANZAHL-VORHER)
           ELSE
               DISPLAY "TTTSAIS: RATINGTABELLE VOLL"
               SET SAS-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Vorlauf ueber TTTSCORE: Zahl der Spiele, Zeitraum, letzter
      * Schluessel und die Zugsummen je Turnier und Spieler.
      *----------------------------------------------------------------
       ZAEHLE-SAISON-SPIELE SECTION.
           OPEN INPUT SCORE-DATEI
           IF SAS-SCORE-STATUS NOT = "00"
               DISPLAY "TTTSAIS: TTTSCORE NICHT LESBAR, STATUS "
                   SAS-SCORE-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               GO TO ZAEHLE-SAISON-SPIELE-ENDE
           END-IF
           IF SAS-IST-WIEDERHOLUNG
               PERFORM ZAEHLE-ARCHIVIERTE-SPIELE
           END-IF
           MOVE "N" TO SAS-DATEI-ENDE
           MOVE LOW-VALUES TO SCORE-SCHLUESSEL
           START SCORE-DATEI KEY NOT < SCORE-SCHLUESSEL
           IF SAS-SCORE-STATUS NOT = "00"
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           PERFORM ZAEHLE-EIN-SPIEL THRU ZAEHLE-EIN-SPIEL-EXIT
               UNTIL SAS-ENDE-ERREICHT
           CLOSE SCORE-DATEI
           IF SAS-SPIELE = 0
               DISPLAY "TTTSAIS: KEINE SPIELE IN TTTSCORE"
               SET SAS-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
       ZAEHLE-SAISON-SPIELE-ENDE.
           EXIT.

       ZAEHLE-EIN-SPIEL-VERARBEITUNG SECTION.
       ZAEHLE-EIN-SPIEL.
           READ SCORE-DATEI NEXT RECORD
               AT END
                   SET SAS-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT SAS-ENDE-ERREICHT
              AND SAS-SCORE-STATUS NOT = "00"
               DISPLAY "TTTSAIS: LESEFEHLER TTTSCORE, STATUS "
                   SAS-SCORE-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           IF NOT SAS-ENDE-ERREICHT
               PERFORM ZAEHLE-SPIELDATEN
           END-IF
           .
       ZAEHLE-EIN-SPIEL-EXIT.
           EXIT.

       ZAEHLE-SPIELDATEN SECTION.
           ADD 1 TO SAS-SPIELE
           IF SAS-VON-DATUM = 0
               MOVE SCORE-DATUM TO SAS-VON-DATUM
           END-IF
           MOVE SCORE-DATUM TO SAS-BIS-DATUM
           MOVE SCORE-SCHLUESSEL TO SAS-LETZTER-SCHLUESSEL
           IF SCORE-TURNIER-ID NOT = SPACES
               MOVE SCORE-SPIELER-X TO SAS-SUCH-NAME
               PERFORM ADDIERE-ZUGSUMME
               MOVE SCORE-SPIELER-O TO SAS-SUCH-NAME
               PERFORM ADDIERE-ZUGSUMME
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Bei der Wiederholung eines abgebrochenen Abschlusses gehoeren
      * auch die Spiele zur Saison, die schon unter ihrer Kennung
      * archiviert und aus TTTSCORE entfernt sind. Sie liegen vor
      * den restlichen Spielen in TTTSCORE und werden daher zuerst
      * gezaehlt.
      *----------------------------------------------------------------
       ZAEHLE-ARCHIVIERTE-SPIELE SECTION.
           OPEN INPUT ARCHIV-DATEI
           IF SAS-ARCHIV-STATUS NOT = "00"
               IF SAS-ARCHIV-STATUS NOT = "35"
                   DISPLAY "TTTSAIS: SAISONARCHIV NICHT LESBAR, STATUS "
                       SAS-ARCHIV-STATUS
                   SET SAS-LAUF-HAT-FEHLER TO TRUE
               END-IF
           ELSE
               MOVE "N" TO SAS-DATEI-ENDE
               MOVE LOW-VALUES TO SCA-SCHLUESSEL
               START ARCHIV-DATEI KEY NOT < SCA-SCHLUESSEL
               IF SAS-ARCHIV-STATUS NOT = "00"
                   SET SAS-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM ZAEHLE-ARCHIV-SPIEL THRU ZAEHLE-ARCHIV-SPIEL-EXIT
                   UNTIL SAS-ENDE-ERREICHT
               CLOSE ARCHIV-DATEI
           END-IF
           .
           EXIT.

       ZAEHLE-ARCHIV-SPIEL-VERARBEITUNG SECTION.
       ZAEHLE-ARCHIV-SPIEL.
           READ ARCHIV-DATEI NEXT RECORD
               AT END
                   SET SAS-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT SAS-ENDE-ERREICHT
              AND SAS-ARCHIV-STATUS NOT = "00"
               DISPLAY "TTTSAIS: LESEFEHLER TTTSCARC, STATUS "
                   SAS-ARCHIV-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           IF SAS-ENDE-ERREICHT
              OR SCA-SAISON NOT = SAS-SAISON-ID
               GO TO ZAEHLE-ARCHIV-SPIEL-EXIT
           END-IF
      * Was noch in TTTSCORE steht, zaehlt der Lauf ueber TTTSCORE.
           MOVE SCA-SCHLUESSEL TO SCORE-SCHLUESSEL
           READ SCORE-DATEI
           EVALUATE SAS-SCORE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE ARCHIV-SATZ (1:80) TO SCORE-SATZ
                   ADD 1 TO SAS-NUR-ARCHIV
                   PERFORM ZAEHLE-SPIELDATEN
               WHEN OTHER
                   DISPLAY "TTTSAIS: LESEFEHLER TTTSCORE, STATUS "
                       SAS-SCORE-STATUS
                   SET SAS-LAUF-HAT-FEHLER TO TRUE
                   SET SAS-ENDE-ERREICHT TO TRUE
           END-EVALUATE
           .
       ZAEHLE-ARCHIV-SPIEL-EXIT.
           EXIT.

       ADDIERE-ZUGSUMME SECTION.
           MOVE 0 TO SAS-FUNDSTELLE
           PERFORM SUCHE-ZUGSUMME THRU SUCHE-ZUGSUMME-EXIT
               VARYING SAS-I FROM 1 BY 1
               UNTIL SAS-I > SAS-ANZAHL-ZUGSUMMEN
                  OR SAS-FUNDSTELLE NOT = 0
           IF SAS-FUNDSTELLE = 0
               IF SAS-ANZAHL-ZUGSUMMEN < SAS-MAX-ZUGSUMMEN
                   ADD 1 TO SAS-ANZAHL-ZUGSUMMEN
                   MOVE SAS-ANZAHL-ZUGSUMMEN TO SAS-FUNDSTELLE
                   MOVE SCORE-TURNIER-ID
                     TO SAS-ZS-TURNIER-ID (SAS-FUNDSTELLE)
                   MOVE SAS-SUCH-NAME TO SAS-ZS-NAME (SAS-FUNDSTELLE)
                   MOVE 0 TO SAS-ZS-ZUEGE (SAS-FUNDSTELLE)
               ELSE
                   DISPLAY "TTTSAIS: ZUGSUMMENTABELLE VOLL, "
                       SCORE-TURNIER-ID " OHNE GLEICHSTANDSREGEL"
               END-IF
           END-IF
           IF SAS-FUNDSTELLE NOT = 0
               ADD SCORE-ZUEGE TO SAS-ZS-ZUEGE (SAS-FUNDSTELLE)
           END-IF
           .
           EXIT.

       SUCHE-ZUGSUMME-VERARBEITUNG SECTION.
       SUCHE-ZUGSUMME.
           IF SAS-ZS-TURNIER-ID (SAS-I) = SCORE-TURNIER-ID
              AND SAS-ZS-NAME (SAS-I) = SAS-SUCH-NAME
               MOVE SAS-I TO SAS-FUNDSTELLE
           END-IF
           .
       SUCHE-ZUGSUMME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Die Arbeitsdatei TTTSTATW muss aus einem TTTSTAT-Lauf ueber
      * genau diesen Bestand stammen: je Spiel zwei Spielerseiten,
      * die Spielezahlen aller Summensaetze ergeben also das Doppelte
      * der Spiele in TTTSCORE.
      *----------------------------------------------------------------
       PRUEFE-RANGLISTE SECTION.
           OPEN INPUT SUMMEN-WERK
           IF SAS-SUMMEN-STATUS NOT = "00"
               DISPLAY "TTTSAIS: TTTSTATW NICHT LESBAR, ERST TTTSTAT"
                   " LAUFEN LASSEN"
               SET SAS-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE "N" TO SAS-DATEI-ENDE
               PERFORM ZAEHLE-SUMMENSATZ THRU ZAEHLE-SUMMENSATZ-EXIT
                   UNTIL SAS-ENDE-ERREICHT
               CLOSE SUMMEN-WERK
               COMPUTE SAS-SEITEN-SOLL = SAS-SPIELE * 2
               IF SAS-SEITEN-IST NOT = SAS-SEITEN-SOLL
                   DISPLAY "TTTSAIS: TTTSTATW PASST NICHT ZU TTTSCORE ("
                       SAS-SEITEN-IST " STATT " SAS-SEITEN-SOLL
                       " SPIELERSEITEN), ERST TTTSTAT LAUFEN LASSEN"
                   SET SAS-LAUF-HAT-FEHLER TO TRUE
               END-IF
           END-IF
           .
           EXIT.

       ZAEHLE-SUMMENSATZ-VERARBEITUNG SECTION.
       ZAEHLE-SUMMENSATZ.
           READ SUMMEN-WERK
               AT END
                   SET SAS-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT SAS-ENDE-ERREICHT
               ADD 1 TO SAS-RANG-SPIELER
               ADD STW-SPIELE TO SAS-SEITEN-IST
           END-IF
           .
       ZAEHLE-SUMMENSATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Der Ratinglauf muss bis zum letzten Spiel der Saison
      * gewertet haben, sonst fehlen Spiele im eingefrorenen Stand.
      * Ebenso muss er jede Korrektur aus TTTKORJ nachgerechnet
      * haben: die juengste Journalzeile darf nicht neuer sein als
      * der Korrekturstempel im Checkpoint.
      *----------------------------------------------------------------
       PRUEFE-RATINGLAUF SECTION.
           MOVE SPACES TO CHECKPOINT-SATZ
           OPEN INPUT CHECKPOINT-DATEI
           IF SAS-CKPT-STATUS = "00"
               READ CHECKPOINT-DATEI
               IF SAS-CKPT-STATUS NOT = "00"
                   MOVE SPACES TO CHECKPOINT-SATZ
               END-IF
               CLOSE CHECKPOINT-DATEI
           END-IF
           IF RCKP-SCHLUESSEL NOT = SAS-LETZTER-SCHLUESSEL
               DISPLAY "TTTSAIS: RATINGLAUF NICHT AKTUELL, ERST"
                   " TTTRATE LAUFEN LASSEN"
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               GO TO PRUEFE-RATINGLAUF-ENDE
           END-IF
           OPEN INPUT KORREKTUR-DATEI
           IF SAS-KORREKTUR-STATUS = "00"
               MOVE "N" TO SAS-DATEI-ENDE
               PERFORM LIES-KORREKTUR THRU LIES-KORREKTUR-EXIT
                   UNTIL SAS-ENDE-ERREICHT
               CLOSE KORREKTUR-DATEI
           END-IF
           IF SAS-NEUESTE-KORREKTUR > RCKP-KORREKTUR-STEMPEL
               DISPLAY "TTTSAIS: KORREKTUR VOM "
                   SAS-NEUESTE-KORREKTUR " NOCH NICHT GEWERTET,"
                   " ERST TTTRATE LAUFEN LASSEN"
               SET SAS-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
       PRUEFE-RATINGLAUF-ENDE.
           EXIT.

       LIES-KORREKTUR-VERARBEITUNG SECTION.
       LIES-KORREKTUR.
           READ KORREKTUR-DATEI
               AT END
                   SET SAS-ENDE-ERREICHT TO TRUE
                   GO TO LIES-KORREKTUR-EXIT
           END-READ
           IF KOJ-STEMPEL > SAS-NEUESTE-KORREKTUR
               MOVE KOJ-STEMPEL TO SAS-NEUESTE-KORREKTUR
           END-IF
           .
       LIES-KORREKTUR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Turnierdatei im Gruppenwechsel je Turnier lesen. Ein Turnier
      * ist beendet, wenn keine Paarung mehr offen ist (K.O.: auch
      * kein Unentschieden) und es im K.O.-System nur noch die
      * Finalpaarung gibt; im Schweizer System muss die letzte der
      * aus der Spielerzahl folgenden Runden gespielt sein. Offene
      * Turniere verhindern den Abschluss, weil ihre Spiele sonst
      * aus TTTSTAND und TTTABGL verschwaenden.
      *----------------------------------------------------------------
       PRUEFE-TURNIERE SECTION.
           OPEN INPUT TURNIER-DATEI
           IF SAS-TURNIER-STATUS = "00"
               MOVE "N" TO SAS-DATEI-ENDE
               MOVE LOW-VALUES TO TRN-SCHLUESSEL
               START TURNIER-DATEI KEY NOT < TRN-SCHLUESSEL
               IF SAS-TURNIER-STATUS NOT = "00"
                   SET SAS-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM LIES-TURNIER-PAARUNG
                   THRU LIES-TURNIER-PAARUNG-EXIT
                   UNTIL SAS-ENDE-ERREICHT
               PERFORM BEENDE-TURNIER-GRUPPE
               CLOSE TURNIER-DATEI
           END-IF
           IF SAS-OFFENE-TURNIERE > 0
               DISPLAY "TTTSAIS: " SAS-OFFENE-TURNIERE
                   " TURNIER(E) NOCH OFFEN"
               SET SAS-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
           EXIT.

       LIES-TURNIER-PAARUNG-VERARBEITUNG SECTION.
       LIES-TURNIER-PAARUNG.
           READ TURNIER-DATEI NEXT RECORD
               AT END
                   SET SAS-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT SAS-ENDE-ERREICHT
              AND SAS-TURNIER-STATUS NOT = "00"
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           IF NOT SAS-ENDE-ERREICHT
               IF TRN-TURNIER-ID NOT = SAS-TG-TURNIER-ID
                   PERFORM BEENDE-TURNIER-GRUPPE
                   MOVE TRN-TURNIER-ID TO SAS-TG-TURNIER-ID
                   MOVE TRN-ART TO SAS-TG-ART
                   MOVE 0 TO SAS-TG-PAARUNGEN
                   MOVE 0 TO SAS-TG-OFFEN
                   MOVE 0 TO SAS-TG-LETZTE-RUNDE
                   MOVE 0 TO SAS-TG-RUNDEN-PAARUNGEN
                   MOVE 0 TO SAS-ANZAHL-PUNKTE
                   MOVE 0 TO SAS-ANZAHL-BEGEGNUNGEN
               END-IF
               ADD 1 TO SAS-TG-PAARUNGEN
               IF TRN-RUNDE NOT = SAS-TG-LETZTE-RUNDE
                   MOVE TRN-RUNDE TO SAS-TG-LETZTE-RUNDE
                   MOVE 0 TO SAS-TG-RUNDEN-PAARUNGEN
               END-IF
               ADD 1 TO SAS-TG-RUNDEN-PAARUNGEN
               MOVE TRN-SPIELER-X TO SAS-TG-FINALE-X
               MOVE TRN-SPIELER-O TO SAS-TG-FINALE-O
               MOVE TRN-ERGEBNIS TO SAS-TG-FINALE-ERGEBNIS
               IF TRN-ERGEBNIS = SPACES
                  OR (TRN-IST-KO AND TRN-ERGEBNIS = "UNENTSCH")
                   ADD 1 TO SAS-TG-OFFEN
               END-IF
               IF NOT TRN-IST-KO
                   PERFORM WERTE-PAARUNG
               END-IF
           END-IF
           .
       LIES-TURNIER-PAARUNG-EXIT.
           EXIT.

      * Punkte einer Paarung im Kreisverfahren und im Schweizer
      * System wie in TTTSTAND: zwei je Sieg, einer je
      * Unentschieden; ein Freilos zaehlt als Sieg.
       WERTE-PAARUNG SECTION.
           MOVE TRN-SPIELER-X TO SAS-SUCH-NAME
           EVALUATE TRN-ERGEBNIS
               WHEN "X"
                   MOVE 2 TO SAS-SUCH-PUNKTE
               WHEN "UNENTSCH"
                   MOVE 1 TO SAS-SUCH-PUNKTE
               WHEN OTHER
                   MOVE 0 TO SAS-SUCH-PUNKTE
           END-EVALUATE
           PERFORM ADDIERE-PUNKTE
           MOVE SAS-FUNDSTELLE TO SAS-INDEX-X
           IF TRN-ERGEBNIS = "X"
              AND TRN-SPIELER-O NOT = SAS-FREILOS-NAME
               PERFORM ZAEHLE-SIEG
           END-IF
           MOVE TRN-SPIELER-O TO SAS-SUCH-NAME
           EVALUATE TRN-ERGEBNIS
               WHEN "O"
                   MOVE 2 TO SAS-SUCH-PUNKTE
               WHEN "UNENTSCH"
                   MOVE 1 TO SAS-SUCH-PUNKTE
               WHEN OTHER
                   MOVE 0 TO SAS-SUCH-PUNKTE
           END-EVALUATE
           PERFORM ADDIERE-PUNKTE
           IF TRN-ERGEBNIS = "O"
              AND TRN-SPIELER-X NOT = SAS-FREILOS-NAME
               PERFORM ZAEHLE-SIEG
           END-IF
           IF TRN-IST-SCHWEIZER
               PERFORM MERKE-BEGEGNUNG
           END-IF
           .
           EXIT.

      * Siege fuer den Gleichstand im Schweizer System; ein Freilos
      * bringt die Punkte, aber keinen Sieg (wie in TTTSTAND).
       ZAEHLE-SIEG SECTION.
           IF SAS-FUNDSTELLE NOT = 0
               ADD 1 TO SAS-PK-SIEGE (SAS-FUNDSTELLE)
           END-IF
           .
           EXIT.

      * Gespielte Paarung fuer die Buchholz-Wertung vormerken;
      * Freilose und offene Paarungen zaehlen nicht.
       MERKE-BEGEGNUNG SECTION.
           IF TRN-SPIELER-O = SAS-FREILOS-NAME
              OR TRN-ERGEBNIS = SPACES
              OR SAS-INDEX-X = 0
              OR SAS-FUNDSTELLE = 0
               GO TO MERKE-BEGEGNUNG-ENDE
           END-IF
           IF SAS-ANZAHL-BEGEGNUNGEN < SAS-MAX-BEGEGNUNGEN
               ADD 1 TO SAS-ANZAHL-BEGEGNUNGEN
               MOVE SAS-INDEX-X TO SAS-BG-X (SAS-ANZAHL-BEGEGNUNGEN)
               MOVE SAS-FUNDSTELLE
                 TO SAS-BG-O (SAS-ANZAHL-BEGEGNUNGEN)
           END-IF
           .
       MERKE-BEGEGNUNG-ENDE.
           EXIT.

       ADDIERE-PUNKTE SECTION.
           IF SAS-SUCH-NAME = SAS-FREILOS-NAME
              OR SAS-SUCH-NAME = SPACES
               GO TO ADDIERE-PUNKTE-ENDE
           END-IF
           MOVE 0 TO SAS-FUNDSTELLE
           PERFORM SUCHE-PUNKTE THRU SUCHE-PUNKTE-EXIT
               VARYING SAS-I FROM 1 BY 1
               UNTIL SAS-I > SAS-ANZAHL-PUNKTE
                  OR SAS-FUNDSTELLE NOT = 0
           IF SAS-FUNDSTELLE = 0
               IF SAS-ANZAHL-PUNKTE < SAS-MAX-PUNKTE
                   ADD 1 TO SAS-ANZAHL-PUNKTE
                   MOVE SAS-ANZAHL-PUNKTE TO SAS-FUNDSTELLE
                   MOVE SAS-SUCH-NAME TO SAS-PK-NAME (SAS-FUNDSTELLE)
                   MOVE 0 TO SAS-PK-PUNKTE (SAS-FUNDSTELLE)
                   MOVE 0 TO SAS-PK-ZUEGE (SAS-FUNDSTELLE)
                   MOVE 0 TO SAS-PK-BUCHHOLZ (SAS-FUNDSTELLE)
                   MOVE 0 TO SAS-PK-SIEGE (SAS-FUNDSTELLE)
               ELSE
                   DISPLAY "TTTSAIS: SPIELERTABELLE VOLL, "
                       SAS-SUCH-NAME " NICHT GEWERTET"
               END-IF
           END-IF
           IF SAS-FUNDSTELLE NOT = 0
               ADD SAS-SUCH-PUNKTE TO SAS-PK-PUNKTE (SAS-FUNDSTELLE)
           END-IF
           .
       ADDIERE-PUNKTE-ENDE.
           EXIT.

       SUCHE-PUNKTE-VERARBEITUNG SECTION.
       SUCHE-PUNKTE.
           IF SAS-PK-NAME (SAS-I) = SAS-SUCH-NAME
               MOVE SAS-I TO SAS-FUNDSTELLE
           END-IF
           .
       SUCHE-PUNKTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Abschluss einer Turniergruppe: schon eingefrorene Turniere
      * uebergehen, offene zaehlen, beendete mit Sieger und Zweitem
      * vormerken.
      *----------------------------------------------------------------
       BEENDE-TURNIER-GRUPPE SECTION.
           IF SAS-TG-TURNIER-ID = LOW-VALUES
               GO TO BEENDE-TURNIER-GRUPPE-ENDE
           END-IF
           MOVE "N" TO SAS-TURNIER-BEKANNT
           PERFORM SUCHE-BEKANNTES-TURNIER
               THRU SUCHE-BEKANNTES-TURNIER-EXIT
               VARYING SAS-I FROM 1 BY 1
               UNTIL SAS-I > SAS-ANZAHL-BEKANNT
                  OR SAS-TURNIER-IST-BEKANNT
           IF SAS-TURNIER-IST-BEKANNT
               GO TO BEENDE-TURNIER-GRUPPE-ENDE
           END-IF
           IF SAS-TG-ART = "S"
               PERFORM ERMITTLE-SOLL-RUNDEN
           END-IF
           IF SAS-TG-OFFEN > 0
              OR (SAS-TG-ART = "K" AND SAS-TG-RUNDEN-PAARUNGEN > 1)
              OR (SAS-TG-ART = "S"
                  AND SAS-TG-LETZTE-RUNDE < SAS-SOLL-RUNDEN)
               ADD 1 TO SAS-OFFENE-TURNIERE
               DISPLAY "TTTSAIS: TURNIER " SAS-TG-TURNIER-ID
                   " NOCH OFFEN"
               GO TO BEENDE-TURNIER-GRUPPE-ENDE
           END-IF
           IF SAS-ANZAHL-SIEGER NOT < SAS-MAX-SIEGER
               DISPLAY "TTTSAIS: SIEGERTABELLE VOLL, TURNIER "
                   SAS-TG-TURNIER-ID " NICHT EINGEFROREN"
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               GO TO BEENDE-TURNIER-GRUPPE-ENDE
           END-IF
           ADD 1 TO SAS-ANZAHL-SIEGER
           MOVE SAS-TG-TURNIER-ID
             TO SAS-SG-TURNIER-ID (SAS-ANZAHL-SIEGER)
           MOVE SAS-TG-ART TO SAS-SG-ART (SAS-ANZAHL-SIEGER)
           MOVE SAS-TG-PAARUNGEN TO SAS-SG-PAARUNGEN (SAS-ANZAHL-SIEGER)
           MOVE SPACES TO SAS-SG-SIEGER (SAS-ANZAHL-SIEGER)
           MOVE SPACES TO SAS-SG-ZWEITER (SAS-ANZAHL-SIEGER)
           IF SAS-TG-ART = "K"
               IF SAS-TG-FINALE-ERGEBNIS = "X"
                   MOVE SAS-TG-FINALE-X
                     TO SAS-SG-SIEGER (SAS-ANZAHL-SIEGER)
                   MOVE SAS-TG-FINALE-O
                     TO SAS-SG-ZWEITER (SAS-ANZAHL-SIEGER)
               ELSE
                   MOVE SAS-TG-FINALE-O
                     TO SAS-SG-SIEGER (SAS-ANZAHL-SIEGER)
                   MOVE SAS-TG-FINALE-X
                     TO SAS-SG-ZWEITER (SAS-ANZAHL-SIEGER)
               END-IF
           ELSE
               IF SAS-TG-ART = "S"
                   PERFORM ERMITTLE-SCHWEIZER-SPITZE
               ELSE
                   PERFORM ERMITTLE-TABELLENSPITZE
               END-IF
           END-IF
           .
       BEENDE-TURNIER-GRUPPE-ENDE.
           EXIT.

      * Rundenzahl im Schweizer System: die kleinste Zahl r mit
      * 2 hoch r nicht kleiner als die Zahl der Spieler.
       ERMITTLE-SOLL-RUNDEN SECTION.
           MOVE 0 TO SAS-SOLL-RUNDEN
           MOVE 1 TO SAS-ZWEIERPOTENZ
           PERFORM VERDOPPLE-ZWEIERPOTENZ
               THRU VERDOPPLE-ZWEIERPOTENZ-EXIT
               UNTIL SAS-ZWEIERPOTENZ NOT < SAS-ANZAHL-PUNKTE
           .
           EXIT.

       VERDOPPLE-ZWEIERPOTENZ-VERARBEITUNG SECTION.
       VERDOPPLE-ZWEIERPOTENZ.
           COMPUTE SAS-ZWEIERPOTENZ = SAS-ZWEIERPOTENZ * 2
           ADD 1 TO SAS-SOLL-RUNDEN
           .
       VERDOPPLE-ZWEIERPOTENZ-EXIT.
           EXIT.

       SUCHE-BEKANNTES-TURNIER-VERARBEITUNG SECTION.
       SUCHE-BEKANNTES-TURNIER.
           IF SAS-BEKANNT-ID (SAS-I) = SAS-TG-TURNIER-ID
               SET SAS-TURNIER-IST-BEKANNT TO TRUE
           END-IF
           .
       SUCHE-BEKANNTES-TURNIER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Erster und Zweiter im Kreisverfahren: mehr Punkte vorn, bei
      * Punktgleichheit die kleinere Zugsumme der Turnierspiele.
      *----------------------------------------------------------------
       ERMITTLE-TABELLENSPITZE SECTION.
           PERFORM HOLE-ZUGSUMME THRU HOLE-ZUGSUMME-EXIT
               VARYING SAS-J FROM 1 BY 1
               UNTIL SAS-J > SAS-ANZAHL-PUNKTE
           MOVE 0 TO SAS-ERSTER
           MOVE 0 TO SAS-ZWEITER
           PERFORM VERGLEICHE-PLATZ THRU VERGLEICHE-PLATZ-EXIT
               VARYING SAS-J FROM 1 BY 1
               UNTIL SAS-J > SAS-ANZAHL-PUNKTE
           IF SAS-ERSTER NOT = 0
               MOVE SAS-PK-NAME (SAS-ERSTER)
                 TO SAS-SG-SIEGER (SAS-ANZAHL-SIEGER)
           END-IF
           IF SAS-ZWEITER NOT = 0
               MOVE SAS-PK-NAME (SAS-ZWEITER)
                 TO SAS-SG-ZWEITER (SAS-ANZAHL-SIEGER)
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Erster und Zweiter im Schweizer System: mehr Punkte vorn,
      * bei Punktgleichheit die hoehere Buchholz-Wertung (Summe der
      * Punkte aller Gegner), dann die hoehere Zahl der Siege.
      *----------------------------------------------------------------
       ERMITTLE-SCHWEIZER-SPITZE SECTION.
           PERFORM ADDIERE-BUCHHOLZ THRU ADDIERE-BUCHHOLZ-EXIT
               VARYING SAS-B FROM 1 BY 1
               UNTIL SAS-B > SAS-ANZAHL-BEGEGNUNGEN
           MOVE 0 TO SAS-ERSTER
           MOVE 0 TO SAS-ZWEITER
           PERFORM VERGLEICHE-SCHWEIZER-PLATZ
               THRU VERGLEICHE-SCHWEIZER-PLATZ-EXIT
               VARYING SAS-J FROM 1 BY 1
               UNTIL SAS-J > SAS-ANZAHL-PUNKTE
           IF SAS-ERSTER NOT = 0
               MOVE SAS-PK-NAME (SAS-ERSTER)
                 TO SAS-SG-SIEGER (SAS-ANZAHL-SIEGER)
           END-IF
           IF SAS-ZWEITER NOT = 0
               MOVE SAS-PK-NAME (SAS-ZWEITER)
                 TO SAS-SG-ZWEITER (SAS-ANZAHL-SIEGER)
           END-IF
           .
           EXIT.

       ADDIERE-BUCHHOLZ-VERARBEITUNG SECTION.
       ADDIERE-BUCHHOLZ.
           ADD SAS-PK-PUNKTE (SAS-BG-O (SAS-B))
             TO SAS-PK-BUCHHOLZ (SAS-BG-X (SAS-B))
           ADD SAS-PK-PUNKTE (SAS-BG-X (SAS-B))
             TO SAS-PK-BUCHHOLZ (SAS-BG-O (SAS-B))
           .
       ADDIERE-BUCHHOLZ-EXIT.
           EXIT.

       VERGLEICHE-SCHWEIZER-PLATZ-VERARBEITUNG SECTION.
       VERGLEICHE-SCHWEIZER-PLATZ.
           IF SAS-ERSTER = 0
               MOVE SAS-J TO SAS-ERSTER
           ELSE
               IF SAS-PK-PUNKTE (SAS-J) > SAS-PK-PUNKTE (SAS-ERSTER)
                  OR (SAS-PK-PUNKTE (SAS-J) = SAS-PK-PUNKTE (SAS-ERSTER)
                      AND SAS-PK-BUCHHOLZ (SAS-J)
                            > SAS-PK-BUCHHOLZ (SAS-ERSTER))
                  OR (SAS-PK-PUNKTE (SAS-J) = SAS-PK-PUNKTE (SAS-ERSTER)
                      AND SAS-PK-BUCHHOLZ (SAS-J)
                            = SAS-PK-BUCHHOLZ (SAS-ERSTER)
                      AND SAS-PK-SIEGE (SAS-J)
                            > SAS-PK-SIEGE (SAS-ERSTER))
                   MOVE SAS-ERSTER TO SAS-ZWEITER
                   MOVE SAS-J TO SAS-ERSTER
               ELSE
                   IF SAS-ZWEITER = 0
                       MOVE SAS-J TO SAS-ZWEITER
                   ELSE
                       IF SAS-PK-PUNKTE (SAS-J)
                            > SAS-PK-PUNKTE (SAS-ZWEITER)
                          OR (SAS-PK-PUNKTE (SAS-J)
                                = SAS-PK-PUNKTE (SAS-ZWEITER)
                              AND SAS-PK-BUCHHOLZ (SAS-J)
                                > SAS-PK-BUCHHOLZ (SAS-ZWEITER))
                          OR (SAS-PK-PUNKTE (SAS-J)
                                = SAS-PK-PUNKTE (SAS-ZWEITER)
                              AND SAS-PK-BUCHHOLZ (SAS-J)
                                = SAS-PK-BUCHHOLZ (SAS-ZWEITER)
                              AND SAS-PK-SIEGE (SAS-J)
                                > SAS-PK-SIEGE (SAS-ZWEITER))
                           MOVE SAS-J TO SAS-ZWEITER
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       VERGLEICHE-SCHWEIZER-PLATZ-EXIT.
           EXIT.

       HOLE-ZUGSUMME-VERARBEITUNG SECTION.
       HOLE-ZUGSUMME.
           PERFORM UEBERNIMM-ZUGSUMME THRU UEBERNIMM-ZUGSUMME-EXIT
               VARYING SAS-I FROM 1 BY 1
               UNTIL SAS-I > SAS-ANZAHL-ZUGSUMMEN
           .
       HOLE-ZUGSUMME-EXIT.
           EXIT.

       UEBERNIMM-ZUGSUMME-VERARBEITUNG SECTION.
       UEBERNIMM-ZUGSUMME.
           IF SAS-ZS-TURNIER-ID (SAS-I) = SAS-TG-TURNIER-ID
              AND SAS-ZS-NAME (SAS-I) = SAS-PK-NAME (SAS-J)
               MOVE SAS-ZS-ZUEGE (SAS-I) TO SAS-PK-ZUEGE (SAS-J)
           END-IF
           .
       UEBERNIMM-ZUGSUMME-EXIT.
           EXIT.

       VERGLEICHE-PLATZ-VERARBEITUNG SECTION.
       VERGLEICHE-PLATZ.
           IF SAS-ERSTER = 0
               MOVE SAS-J TO SAS-ERSTER
           ELSE
               IF SAS-PK-PUNKTE (SAS-J) > SAS-PK-PUNKTE (SAS-ERSTER)
                  OR (SAS-PK-PUNKTE (SAS-J) = SAS-PK-PUNKTE (SAS-ERSTER)
                      AND SAS-PK-ZUEGE (SAS-J)
                            < SAS-PK-ZUEGE (SAS-ERSTER))
                   MOVE SAS-ERSTER TO SAS-ZWEITER
                   MOVE SAS-J TO SAS-ERSTER
               ELSE
                   IF SAS-ZWEITER = 0
                       MOVE SAS-J TO SAS-ZWEITER
                   ELSE
                       IF SAS-PK-PUNKTE (SAS-J)
                            > SAS-PK-PUNKTE (SAS-ZWEITER)
                          OR (SAS-PK-PUNKTE (SAS-J)
                                = SAS-PK-PUNKTE (SAS-ZWEITER)
                              AND SAS-PK-ZUEGE (SAS-J)
                                < SAS-PK-ZUEGE (SAS-ZWEITER))
                           MOVE SAS-J TO SAS-ZWEITER
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       VERGLEICHE-PLATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Alle Ergebnissaetze in das Saisonarchiv kopieren. Geloescht
      * wird in TTTSCORE erst ganz am Ende, wenn alles eingefroren
      * ist. Ein Satz, der schon im Archiv steht (Wiederholung nach
      * Abbruch), wird nicht noch einmal geschrieben.
      *----------------------------------------------------------------
       ARCHIVIERE-ERGEBNISSE SECTION.
      * Schon bei einem abgebrochenen Abschluss archiviert und aus
      * TTTSCORE entfernt.
           MOVE SAS-NUR-ARCHIV TO SAS-ARCHIVIERT
           OPEN I-O ARCHIV-DATEI
           IF SAS-ARCHIV-STATUS NOT = "00"
               OPEN OUTPUT ARCHIV-DATEI
               CLOSE ARCHIV-DATEI
               OPEN I-O ARCHIV-DATEI
           END-IF
           IF SAS-ARCHIV-STATUS NOT = "00"
               DISPLAY "TTTSAIS: SAISONARCHIV NICHT NUTZBAR, STATUS "
                   SAS-ARCHIV-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               GO TO ARCHIVIERE-ERGEBNISSE-ENDE
           END-IF
           OPEN INPUT SCORE-DATEI
           IF SAS-SCORE-STATUS NOT = "00"
               DISPLAY "TTTSAIS: TTTSCORE NICHT LESBAR, STATUS "
                   SAS-SCORE-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               CLOSE ARCHIV-DATEI
               GO TO ARCHIVIERE-ERGEBNISSE-ENDE
           END-IF
           MOVE "N" TO SAS-DATEI-ENDE
           MOVE LOW-VALUES TO SCORE-SCHLUESSEL
           START SCORE-DATEI KEY NOT < SCORE-SCHLUESSEL
           IF SAS-SCORE-STATUS NOT = "00"
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           PERFORM ARCHIVIERE-EIN-SPIEL THRU ARCHIVIERE-EIN-SPIEL-EXIT
               UNTIL SAS-ENDE-ERREICHT
           CLOSE SCORE-DATEI
           CLOSE ARCHIV-DATEI
           IF SAS-ARCHIVIERT NOT = SAS-SPIELE
               DISPLAY "TTTSAIS: " SAS-ARCHIVIERT " STATT "
                   SAS-SPIELE " SPIELEN ARCHIVIERT"
               SET SAS-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
       ARCHIVIERE-ERGEBNISSE-ENDE.
           EXIT.

       ARCHIVIERE-EIN-SPIEL-VERARBEITUNG SECTION.
       ARCHIVIERE-EIN-SPIEL.
           READ SCORE-DATEI NEXT RECORD
               AT END
                   SET SAS-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT SAS-ENDE-ERREICHT
              AND SAS-SCORE-STATUS NOT = "00"
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
      * Wie beim Entfernen nur bis zum letzten gezaehlten Spiel.
           IF NOT SAS-ENDE-ERREICHT
              AND SCORE-SCHLUESSEL > SAS-LETZTER-SCHLUESSEL
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           IF NOT SAS-ENDE-ERREICHT
               MOVE SCORE-SCHLUESSEL TO SCA-SCHLUESSEL
               MOVE SCORE-SPIELER-X TO SCA-SPIELER-X
               MOVE SCORE-SPIELER-O TO SCA-SPIELER-O
               MOVE SCORE-GEWINNER TO SCA-GEWINNER
               MOVE SCORE-ZUEGE TO SCA-ZUEGE
               MOVE SCORE-TURNIER-ID TO SCA-TURNIER-ID
               MOVE SCORE-RUNDE TO SCA-RUNDE
               MOVE SCORE-STUFE TO SCA-STUFE
               MOVE SCORE-ENTSCHEIDUNG TO SCA-ENTSCHEIDUNG
               MOVE SAS-SAISON-ID TO SCA-SAISON
               WRITE ARCHIV-SATZ
               EVALUATE SAS-ARCHIV-STATUS
                   WHEN "00"
                   WHEN "22"
                       ADD 1 TO SAS-ARCHIVIERT
                   WHEN OTHER
                       DISPLAY "TTTSAIS: SPIEL " SCORE-SCHLUESSEL
                           " NICHT ARCHIVIERT, STATUS "
                           SAS-ARCHIV-STATUS
                       SET SAS-LAUF-HAT-FEHLER TO TRUE
                       SET SAS-ENDE-ERREICHT TO TRUE
               END-EVALUATE
           END-IF
           .
       ARCHIVIERE-EIN-SPIEL-EXIT.
           EXIT.

       OEFFNE-SAISON-DATEI SECTION.
           OPEN I-O SAISON-DATEI
           IF SAS-SAISON-STATUS NOT = "00"
               OPEN OUTPUT SAISON-DATEI
               CLOSE SAISON-DATEI
               OPEN I-O SAISON-DATEI
           END-IF
           IF SAS-SAISON-STATUS NOT = "00"
               DISPLAY "TTTSAIS: SAISONDATEI NICHT NUTZBAR, STATUS "
                   SAS-SAISON-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Saisonsaetze eines abgebrochenen Abschlusses derselben
      * Kennung entfernen; sie werden anschliessend neu geschrieben.
      * Rangliste und Turniere immer, die Ratingsaetze nur auf
      * Anforderung aus FRIERE-RATINGS-EIN (SAS-ENTFERNE-RATINGS).
      *----------------------------------------------------------------
       ENTFERNE-ABGEBROCHENEN-ABSCHLUSS SECTION.
           IF NOT SAS-IST-WIEDERHOLUNG
               GO TO ENTFERNE-ABGEBROCHENEN-ENDE
           END-IF
           MOVE 0 TO SAS-ENTFERNT
           MOVE "N" TO SAS-DATEI-ENDE
           MOVE LOW-VALUES TO SAI-SCHLUESSEL
           MOVE SAS-SAISON-ID TO SAI-SAISON
           START SAISON-DATEI KEY NOT < SAI-SCHLUESSEL
           IF SAS-SAISON-STATUS NOT = "00"
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           PERFORM ENTFERNE-EINEN-SAISONSATZ
               THRU ENTFERNE-EINEN-SAISONSATZ-EXIT
               UNTIL SAS-ENDE-ERREICHT
           DISPLAY "TTTSAIS: " SAS-ENTFERNT " SAISONSAETZE DES"
               " ABGEBROCHENEN ABSCHLUSSES ENTFERNT"
           .
       ENTFERNE-ABGEBROCHENEN-ENDE.
           EXIT.

       ENTFERNE-EINEN-SAISONSATZ-VERARBEITUNG SECTION.
       ENTFERNE-EINEN-SAISONSATZ.
           READ SAISON-DATEI NEXT RECORD
               AT END
                   SET SAS-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT SAS-ENDE-ERREICHT
              AND SAS-SAISON-STATUS NOT = "00"
               DISPLAY "TTTSAIS: LESEFEHLER SAISONDATEI, STATUS "
                   SAS-SAISON-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           IF NOT SAS-ENDE-ERREICHT
              AND SAI-SAISON NOT = SAS-SAISON-ID
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           IF SAS-ENDE-ERREICHT
               GO TO ENTFERNE-EINEN-SAISONSATZ-EXIT
           END-IF
           IF SAS-ENTFERNE-RATINGS
               IF NOT SAI-IST-RATING
                   GO TO ENTFERNE-EINEN-SAISONSATZ-EXIT
               END-IF
           ELSE
               IF NOT SAI-IST-RANG AND NOT SAI-IST-TURNIER
                   GO TO ENTFERNE-EINEN-SAISONSATZ-EXIT
               END-IF
           END-IF
           DELETE SAISON-DATEI
           IF SAS-SAISON-STATUS = "00"
               ADD 1 TO SAS-ENTFERNT
           ELSE
               DISPLAY "TTTSAIS: SAISONSATZ " SAI-SCHLUESSEL
                   " NICHT ENTFERNT, STATUS " SAS-SAISON-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           .
       ENTFERNE-EINEN-SAISONSATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Rangliste einfrieren: TTTSTATW in derselben Ordnung sortieren
      * wie TTTSTAT die Rangliste druckt; Folge = Platz.
      *----------------------------------------------------------------
       FRIERE-RANGLISTE-EIN SECTION.
           MOVE 0 TO SAS-FOLGE
           SORT SORT-RANG
               ON DESCENDING KEY SRR-PROZENT SRR-SPIELE
               USING SUMMEN-WERK
               OUTPUT PROCEDURE IS SCHREIBE-RANGFOLGE
           .
           EXIT.

       SCHREIBE-RANGFOLGE SECTION.
           MOVE "N" TO SAS-DATEI-ENDE
           PERFORM SCHREIBE-EINEN-RANG THRU SCHREIBE-EINEN-RANG-EXIT
               UNTIL SAS-ENDE-ERREICHT
           .
           EXIT.

       SCHREIBE-EINEN-RANG-VERARBEITUNG SECTION.
       SCHREIBE-EINEN-RANG.
           RETURN SORT-RANG
               AT END
                   SET SAS-ENDE-ERREICHT TO TRUE
           END-RETURN
           IF NOT SAS-ENDE-ERREICHT
               ADD 1 TO SAS-FOLGE
               MOVE SPACES TO SAISON-SATZ
               MOVE SAS-SAISON-ID TO SAI-SAISON
               MOVE "R" TO SAI-ART
               MOVE SAS-FOLGE TO SAI-FOLGE
               MOVE SRR-NAME TO SAI-R-NAME
               MOVE SRR-SPIELE TO SAI-R-SPIELE
               MOVE SRR-SIEGE-X TO SAI-R-SIEGE-X
               MOVE SRR-SIEGE-O TO SAI-R-SIEGE-O
               MOVE SRR-UNENTSCHIEDEN TO SAI-R-UNENTSCHIEDEN
               MOVE SRR-PROZENT TO SAI-R-PROZENT
               MOVE SRR-ZUEGE TO SAI-R-ZUEGE
               PERFORM SCHREIBE-SAISON-SATZ
           END-IF
           .
       SCHREIBE-EINEN-RANG-EXIT.
           EXIT.

       FRIERE-TURNIERE-EIN SECTION.
           PERFORM SCHREIBE-EIN-TURNIER THRU SCHREIBE-EIN-TURNIER-EXIT
               VARYING SAS-I FROM 1 BY 1
               UNTIL SAS-I > SAS-ANZAHL-SIEGER
           .
           EXIT.

       SCHREIBE-EIN-TURNIER-VERARBEITUNG SECTION.
       SCHREIBE-EIN-TURNIER.
           MOVE SPACES TO SAISON-SATZ
           MOVE SAS-SAISON-ID TO SAI-SAISON
           MOVE "T" TO SAI-ART
           MOVE SAS-I TO SAI-FOLGE
           MOVE SAS-SG-TURNIER-ID (SAS-I) TO SAI-T-TURNIER-ID
           MOVE SAS-SG-ART (SAS-I) TO SAI-T-ART
           MOVE SAS-SG-SIEGER (SAS-I) TO SAI-T-SIEGER
           MOVE SAS-SG-ZWEITER (SAS-I) TO SAI-T-ZWEITER
           MOVE SAS-SG-PAARUNGEN (SAS-I) TO SAI-T-PAARUNGEN
           PERFORM SCHREIBE-SAISON-SATZ
           .
       SCHREIBE-EIN-TURNIER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Ratingstand laden, nach Rating ordnen (wie die Ratingliste
      * von TTTRATE) und mit Platz einfrieren. Die Startwerte der
      * neuen Saison werden vorher berechnet, damit sie im
      * eingefrorenen Satz mitstehen.
      *----------------------------------------------------------------
       FRIERE-RATINGS-EIN SECTION.
           OPEN INPUT RATING-DATEI
           IF SAS-RATING-STATUS = "00"
               MOVE "N" TO SAS-DATEI-ENDE
               MOVE 0 TO RAT-NUMMER
               START RATING-DATEI KEY NOT < RAT-NUMMER
               IF SAS-RATING-STATUS NOT = "00"
                   SET SAS-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM LADE-EINEN-RATING-SATZ
                   THRU LADE-EINEN-RATING-SATZ-EXIT
                   UNTIL SAS-ENDE-ERREICHT
               CLOSE RATING-DATEI
           END-IF
           PERFORM ERMITTLE-NEUE-WERTE
           PERFORM SORTIER-DURCHGANG THRU SORTIER-DURCHGANG-EXIT
               VARYING SAS-I FROM 1 BY 1
               UNTIL SAS-I NOT < SAS-ANZAHL-RATING
      * Hat der abgebrochene Abschluss jeden Ratingsatz eingefroren,
      * kann TTTRATNG schon zurueckgefuehrt sein: die Saetze bleiben
      * stehen, bis der Abschluss gelingt. Sonst ist TTTRATNG noch
      * unveraendert, und die unvollstaendigen Saetze werden neu
      * geschrieben.
           IF SAS-ANZAHL-VORHER > 0
              AND SAS-ANZAHL-VORHER = SAS-ANZAHL-RATING
              AND SAS-ANZAHL-UEBERNOMMEN = SAS-ANZAHL-RATING
               GO TO FRIERE-RATINGS-EIN-ENDE
           END-IF
           IF SAS-ANZAHL-VORHER > 0
               SET SAS-ENTFERNE-RATINGS TO TRUE
               PERFORM ENTFERNE-ABGEBROCHENEN-ABSCHLUSS
               IF SAS-LAUF-HAT-FEHLER
                   GO TO FRIERE-RATINGS-EIN-ENDE
               END-IF
           END-IF
           PERFORM SCHREIBE-EIN-RATING THRU SCHREIBE-EIN-RATING-EXIT
               VARYING SAS-I FROM 1 BY 1
               UNTIL SAS-I > SAS-ANZAHL-RATING
           .
       FRIERE-RATINGS-EIN-ENDE.
           EXIT.

       LADE-EINEN-RATING-SATZ-VERARBEITUNG SECTION.
       LADE-EINEN-RATING-SATZ.
           READ RATING-DATEI NEXT RECORD
               AT END
                   SET SAS-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT SAS-ENDE-ERREICHT
              AND SAS-RATING-STATUS NOT = "00"
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           IF NOT SAS-ENDE-ERREICHT
               IF SAS-ANZAHL-RATING < SAS-MAX-RATING
                   ADD 1 TO SAS-ANZAHL-RATING
                   MOVE RAT-NUMMER TO SAS-RT-NUMMER (SAS-ANZAHL-RATING)
                   MOVE RAT-NAME TO SAS-RT-NAME (SAS-ANZAHL-RATING)
                   MOVE RAT-WERT TO SAS-RT-WERT (SAS-ANZAHL-RATING)
                   MOVE RAT-SPIELE TO SAS-RT-SPIELE (SAS-ANZAHL-RATING)
                   MOVE RAT-UEBUNG-WERT
                     TO SAS-RT-UEBUNG-WERT (SAS-ANZAHL-RATING)
                   MOVE RAT-UEBUNG-SPIELE
                     TO SAS-RT-UEBUNG-SPIELE (SAS-ANZAHL-RATING)
                   IF SAS-ANZAHL-VORHER > 0
                       PERFORM UEBERNIMM-VORHER-STAND
                   END-IF
               ELSE
                   DISPLAY "TTTSAIS: RATINGTABELLE VOLL, "
                       RAT-NAME " NICHT EINGEFROREN"
                   SET SAS-LAUF-HAT-FEHLER TO TRUE
                   SET SAS-ENDE-ERREICHT TO TRUE
               END-IF
           END-IF
           .
       LADE-EINEN-RATING-SATZ-EXIT.
           EXIT.

       UEBERNIMM-VORHER-STAND SECTION.
           MOVE 0 TO SAS-FUNDSTELLE
           PERFORM SUCHE-VORHER-STAND THRU SUCHE-VORHER-STAND-EXIT
               VARYING SAS-V FROM 1 BY 1
               UNTIL SAS-V > SAS-ANZAHL-VORHER
                  OR SAS-FUNDSTELLE NOT = 0
           IF SAS-FUNDSTELLE NOT = 0
               ADD 1 TO SAS-ANZAHL-UEBERNOMMEN
               MOVE SAS-VH-WERT (SAS-FUNDSTELLE)
                 TO SAS-RT-WERT (SAS-ANZAHL-RATING)
               MOVE SAS-VH-SPIELE (SAS-FUNDSTELLE)
                 TO SAS-RT-SPIELE (SAS-ANZAHL-RATING)
               MOVE SAS-VH-UEBUNG-WERT (SAS-FUNDSTELLE)
                 TO SAS-RT-UEBUNG-WERT (SAS-ANZAHL-RATING)
               MOVE SAS-VH-UEBUNG-SPIELE (SAS-FUNDSTELLE)
                 TO SAS-RT-UEBUNG-SPIELE (SAS-ANZAHL-RATING)
           END-IF
           .
           EXIT.

       SUCHE-VORHER-STAND-VERARBEITUNG SECTION.
       SUCHE-VORHER-STAND.
           IF SAS-VH-NUMMER (SAS-V) = RAT-NUMMER
               MOVE SAS-V TO SAS-FUNDSTELLE
           END-IF
           .
       SUCHE-VORHER-STAND-EXIT.
           EXIT.

      * Rueckfuehrung: der neue Startwert liegt um den angegebenen
      * Prozentsatz naeher am Startwert als der Endstand.
       ERMITTLE-NEUE-WERTE SECTION.
           PERFORM ERMITTLE-EINEN-NEUEN-WERT
               THRU ERMITTLE-EINEN-NEUEN-WERT-EXIT
               VARYING SAS-I FROM 1 BY 1
               UNTIL SAS-I > SAS-ANZAHL-RATING
           .
           EXIT.

       ERMITTLE-EINEN-NEUEN-WERT-VERARBEITUNG SECTION.
       ERMITTLE-EINEN-NEUEN-WERT.
           COMPUTE SAS-NEU-WERT ROUNDED =
               SAS-START-WERT
               + (SAS-RT-WERT (SAS-I) - SAS-START-WERT)
                 * (100 - SAS-RUECKFUEHRUNG) / 100
           IF SAS-NEU-WERT < SAS-MINDEST-WERT
               MOVE SAS-MINDEST-WERT TO SAS-NEU-WERT
           END-IF
           MOVE SAS-NEU-WERT TO SAS-RT-NEU-WERT (SAS-I)
           COMPUTE SAS-NEU-WERT ROUNDED =
               SAS-START-WERT
               + (SAS-RT-UEBUNG-WERT (SAS-I) - SAS-START-WERT)
                 * (100 - SAS-RUECKFUEHRUNG) / 100
           IF SAS-NEU-WERT < SAS-MINDEST-WERT
               MOVE SAS-MINDEST-WERT TO SAS-NEU-WERT
           END-IF
           MOVE SAS-NEU-WERT TO SAS-RT-NEU-UEBUNG-WERT (SAS-I)
           .
       ERMITTLE-EINEN-NEUEN-WERT-EXIT.
           EXIT.

       SORTIER-DURCHGANG-VERARBEITUNG SECTION.
       SORTIER-DURCHGANG.
           PERFORM SORTIER-VERGLEICH THRU SORTIER-VERGLEICH-EXIT
               VARYING SAS-J FROM 1 BY 1
               UNTIL SAS-J NOT < SAS-ANZAHL-RATING
           .
       SORTIER-DURCHGANG-EXIT.
           EXIT.

       SORTIER-VERGLEICH-VERARBEITUNG SECTION.
       SORTIER-VERGLEICH.
           IF SAS-RT-WERT (SAS-J) < SAS-RT-WERT (SAS-J + 1)
              OR (SAS-RT-WERT (SAS-J) = SAS-RT-WERT (SAS-J + 1)
                  AND SAS-RT-SPIELE (SAS-J)
                        < SAS-RT-SPIELE (SAS-J + 1))
               MOVE SAS-RATING (SAS-J) TO SAS-TAUSCH-RATING
               MOVE SAS-RATING (SAS-J + 1) TO SAS-RATING (SAS-J)
               MOVE SAS-TAUSCH-RATING TO SAS-RATING (SAS-J + 1)
           END-IF
           .
       SORTIER-VERGLEICH-EXIT.
           EXIT.

       SCHREIBE-EIN-RATING-VERARBEITUNG SECTION.
       SCHREIBE-EIN-RATING.
           MOVE SPACES TO SAISON-SATZ
           MOVE SAS-SAISON-ID TO SAI-SAISON
           MOVE "E" TO SAI-ART
           MOVE SAS-I TO SAI-FOLGE
           MOVE SAS-RT-NUMMER (SAS-I) TO SAI-E-NUMMER
           MOVE SAS-RT-NAME (SAS-I) TO SAI-E-NAME
           MOVE SAS-RT-WERT (SAS-I) TO SAI-E-WERT
           MOVE SAS-RT-SPIELE (SAS-I) TO SAI-E-SPIELE
           MOVE SAS-RT-UEBUNG-WERT (SAS-I) TO SAI-E-UEBUNG-WERT
           MOVE SAS-RT-UEBUNG-SPIELE (SAS-I) TO SAI-E-UEBUNG-SPIELE
           MOVE SAS-RT-NEU-WERT (SAS-I) TO SAI-E-NEU-WERT
           MOVE SAS-RT-NEU-UEBUNG-WERT (SAS-I)
             TO SAI-E-NEU-UEBUNG-WERT
           PERFORM SCHREIBE-SAISON-SATZ
           .
       SCHREIBE-EIN-RATING-EXIT.
           EXIT.

       SCHREIBE-ABSCHLUSS-SATZ SECTION.
           MOVE SPACES TO SAISON-SATZ
           MOVE SAS-SAISON-ID TO SAI-SAISON
           MOVE "A" TO SAI-ART
           MOVE 0 TO SAI-FOLGE
           MOVE SAS-VON-DATUM TO SAI-A-VON-DATUM
           MOVE SAS-BIS-DATUM TO SAI-A-BIS-DATUM
           MOVE SAS-SPIELE TO SAI-A-SPIELE
           MOVE SAS-RANG-SPIELER TO SAI-A-SPIELER
           MOVE SAS-ANZAHL-SIEGER TO SAI-A-TURNIERE
           MOVE SAS-RUECKFUEHRUNG TO SAI-A-RUECKFUEHRUNG
           MOVE SAS-HEUTE-DATUM TO SAI-A-ABSCHLUSS-DATUM
           PERFORM SCHREIBE-SAISON-SATZ
           .
           EXIT.

       SCHREIBE-SAISON-SATZ SECTION.
           WRITE SAISON-SATZ
           IF SAS-SAISON-STATUS NOT = "00"
               DISPLAY "TTTSAIS: SAISONSATZ " SAI-SCHLUESSEL
                   " NICHT SCHREIBBAR, STATUS " SAS-SAISON-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Neue Saison eroeffnen: jeder Ratingsatz erhaelt den
      * zurueckgefuehrten Wert als Rating und Vorlaufstand, die
      * Spielezahlen beginnen bei null. Dieselben Werte gehen als
      * Ratingbasis nach TTTRTBAS.
      *----------------------------------------------------------------
       FUEHRE-RATINGS-ZURUECK SECTION.
           IF SAS-ANZAHL-RATING = 0
               GO TO FUEHRE-RATINGS-ZURUECK-ENDE
           END-IF
           OPEN I-O RATING-DATEI
           IF SAS-RATING-STATUS NOT = "00"
               DISPLAY "TTTSAIS: RATINGDATEI NICHT NUTZBAR, STATUS "
                   SAS-RATING-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               GO TO FUEHRE-RATINGS-ZURUECK-ENDE
           END-IF
           OPEN OUTPUT BASIS-DATEI
           IF SAS-BASIS-STATUS NOT = "00"
               DISPLAY "TTTSAIS: RATINGBASIS NICHT SCHREIBBAR, STATUS "
                   SAS-BASIS-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               CLOSE RATING-DATEI
               GO TO FUEHRE-RATINGS-ZURUECK-ENDE
           END-IF
           PERFORM FUEHRE-EIN-RATING-ZURUECK
               THRU FUEHRE-EIN-RATING-ZURUECK-EXIT
               VARYING SAS-I FROM 1 BY 1
               UNTIL SAS-I > SAS-ANZAHL-RATING
           CLOSE BASIS-DATEI
           CLOSE RATING-DATEI
           .
       FUEHRE-RATINGS-ZURUECK-ENDE.
           EXIT.

       FUEHRE-EIN-RATING-ZURUECK-VERARBEITUNG SECTION.
       FUEHRE-EIN-RATING-ZURUECK.
           MOVE SAS-RT-NUMMER (SAS-I) TO RAT-NUMMER
           READ RATING-DATEI
           IF SAS-RATING-STATUS = "00"
               MOVE SAS-RT-NEU-WERT (SAS-I) TO RAT-WERT
               MOVE SAS-RT-NEU-WERT (SAS-I) TO RAT-WERT-VORLAUF
               MOVE 0 TO RAT-SPIELE
               MOVE SAS-RT-NEU-UEBUNG-WERT (SAS-I) TO RAT-UEBUNG-WERT
               MOVE 0 TO RAT-UEBUNG-SPIELE
               MOVE SAS-HEUTE-DATUM TO RAT-LETZTER-LAUF
               REWRITE RATING-SATZ
           END-IF
           IF SAS-RATING-STATUS NOT = "00"
               DISPLAY "TTTSAIS: RATINGSATZ " SAS-RT-NUMMER (SAS-I)
                   " NICHT ZURUECKGEFUEHRT, STATUS "
                   SAS-RATING-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
           END-IF
           MOVE SAS-RT-NUMMER (SAS-I) TO RTB-NUMMER
           MOVE SAS-RT-NAME (SAS-I) TO RTB-NAME
           MOVE SAS-RT-NEU-WERT (SAS-I) TO RTB-WERT
           MOVE SAS-RT-NEU-UEBUNG-WERT (SAS-I) TO RTB-UEBUNG-WERT
           MOVE SAS-SAISON-ID TO RTB-SAISON
           WRITE BASIS-SATZ
           IF SAS-BASIS-STATUS NOT = "00"
               DISPLAY "TTTSAIS: RATINGBASIS " SAS-RT-NUMMER (SAS-I)
                   " NICHT GESCHRIEBEN, STATUS " SAS-BASIS-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
           END-IF
           .
       FUEHRE-EIN-RATING-ZURUECK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Zum Schluss die archivierten Spiele aus TTTSCORE entfernen;
      * die neue Saison beginnt mit leerer Ergebnisdatei.
      *----------------------------------------------------------------
       LOESCHE-ERGEBNISSE SECTION.
           OPEN I-O SCORE-DATEI
           IF SAS-SCORE-STATUS NOT = "00"
               DISPLAY "TTTSAIS: TTTSCORE NICHT NUTZBAR, STATUS "
                   SAS-SCORE-STATUS
               SET SAS-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE "N" TO SAS-DATEI-ENDE
               MOVE LOW-VALUES TO SCORE-SCHLUESSEL
               START SCORE-DATEI KEY NOT < SCORE-SCHLUESSEL
               IF SAS-SCORE-STATUS NOT = "00"
                   SET SAS-ENDE-ERREICHT TO TRUE
               END-IF
               PERFORM LOESCHE-EIN-SPIEL THRU LOESCHE-EIN-SPIEL-EXIT
                   UNTIL SAS-ENDE-ERREICHT
               CLOSE SCORE-DATEI
           END-IF
           .
           EXIT.

       LOESCHE-EIN-SPIEL-VERARBEITUNG SECTION.
       LOESCHE-EIN-SPIEL.
           READ SCORE-DATEI NEXT RECORD
               AT END
                   SET SAS-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT SAS-ENDE-ERREICHT
              AND SAS-SCORE-STATUS NOT = "00"
               SET SAS-LAUF-HAT-FEHLER TO TRUE
               SET SAS-ENDE-ERREICHT TO TRUE
           END-IF
           IF NOT SAS-ENDE-ERREICHT
      * Nur bis zum letzten Spiel der Saison; was waehrend des
      * Abschlusses hinzukam, gehoert schon zur neuen Saison.
               IF SCORE-SCHLUESSEL > SAS-LETZTER-SCHLUESSEL
                   SET SAS-ENDE-ERREICHT TO TRUE
               ELSE
                   DELETE SCORE-DATEI
                   IF SAS-SCORE-STATUS = "00"
                       ADD 1 TO SAS-GELOESCHT
                   ELSE
                       DISPLAY "TTTSAIS: SPIEL " SCORE-SCHLUESSEL
                           " NICHT ENTFERNT, STATUS "
                           SAS-SCORE-STATUS
                       SET SAS-LAUF-HAT-FEHLER TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       LOESCHE-EIN-SPIEL-EXIT.
           EXIT.

       END PROGRAM TTTSAIS.
