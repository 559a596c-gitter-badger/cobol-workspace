       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRERNT.
      * Uebernimmt echte Spiele aus dem Nachlaufbuch-Archiv TTTAUDAR
      * als TTT-Regressionsszenarien. Erfragt wird eine Spiel-Kennung
      * (16 Ziffern, wie AUDIT-SPIEL-KENNUNG) oder ein Spieldatum
      * (JJJJMMTT, alle Spiele dieses Tages). Die Zugzeilen der
      * gewaehlten Spiele werden wie in TTTEROF nach Spiel-Kennung
      * und Zugnummer sortiert; je Spiel wird das Spielfeld bis vor
      * den letzten Zug nachgestellt und mit dem letzten Zug als
      * Eingabe sowie dem Ausgang aus TTTSCORE (Spiele frueherer
      * Saisons aus TTTSCARC) als erwartetem Status und Spieler ein
      * "A"-Satz BYTE-genau im Satzbild von REGRLOAD an REGRTRAN
      * angehaengt. Der naechste REGRLOAD-Lauf legt die Szenarien
      * dann an. Die Szenario-Nummer ist die naechste freie nach der
      * hoechsten TTT-Nummer in REGRTEST und REGRTRAN; die
      * Beschreibung traegt "Archiv" und die Spiel-Kennung, daran
      * erkennt der Lauf bereits uebernommene Spiele.
      * Nicht uebernommen werden Spiele ohne Ergebnissatz
      * (abgebrochen), durch Zeitverlust entschiedene Spiele (der
      * letzte Zug hat sie nicht beendet), Spiele mit Luecken in den
      * Zugzeilen oder unstimmiger Zugfolge und Spiele, deren
      * nachgespielter Ausgang nicht zum Ergebnissatz passt (etwa
      * nach einer Korrektur mit TTTKORR) - ein solches Szenario
      * wuerde im Regressionslauf sofort fehlschlagen.
      * Was uebernommen und was uebergangen wurde, steht auf dem
      * Bericht REGRERRP. Ist kein Spiel uebernommen worden, endet
      * der Lauf mit Ruecklieferungscode 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIV-DATEI ASSIGN TO "TTTAUDAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RGE-ARCHIV-STATUS.

           SELECT SCORE-DATEI ASSIGN TO "TTTSCORE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCORE-SCHLUESSEL
               FILE STATUS IS RGE-SCORE-STATUS.

           SELECT SAISON-ARCHIV ASSIGN TO "TTTSCARC"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SCA-SCHLUESSEL
               FILE STATUS IS RGE-SAISON-STATUS.

           SELECT REGRESSION-DATEI ASSIGN TO "REGRTEST"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS REG-SCHLUESSEL
               FILE STATUS IS RGE-REGRESSION-STATUS.

           SELECT TRANSAKTION-DATEI ASSIGN TO "REGRTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RGE-TRANSAKTION-STATUS.

           SELECT ERNTE-BERICHT ASSIGN TO "REGRERRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RGE-BERICHT-STATUS.

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

       FD  REGRESSION-DATEI.
           COPY REGRSATZ.

      * Transaktion im Satzbild von REGRLOAD: Aktion, dahinter das
      * Satzbild wie in REGRSATZ.
       FD  TRANSAKTION-DATEI.
       01  TRANSAKTION-SATZ.
           05 TRA-AKTION PIC X(01).
           05 TRA-SATZBILD.
               10 TRA-PROGRAMM PIC X(08).
               10 TRA-SZENARIO-NR PIC X(03).
               10 TRA-BESCHREIBUNG PIC X(40).
               10 TRA-DATEN PIC X(56).

       FD  ERNTE-BERICHT.
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
       01  RGE-ARCHIV-STATUS PIC XX.
       01  RGE-SCORE-STATUS PIC XX.
       01  RGE-SAISON-STATUS PIC XX.
       01  RGE-REGRESSION-STATUS PIC XX.
       01  RGE-TRANSAKTION-STATUS PIC XX.
       01  RGE-BERICHT-STATUS PIC XX.

       01  RGE-SCHALTER.
           05 RGE-DATEI-ENDE PIC X(01) VALUE "N".
             88 RGE-ENDE-ERREICHT VALUE "J".
           05 RGE-LAUF-FEHLER PIC X(01) VALUE "N".
             88 RGE-LAUF-HAT-FEHLER VALUE "J".
           05 RGE-SCORE-OFFEN PIC X(01) VALUE "N".
             88 RGE-SCORE-IST-OFFEN VALUE "J".
           05 RGE-SAISON-OFFEN PIC X(01) VALUE "N".
             88 RGE-SAISON-IST-OFFEN VALUE "J".
           05 RGE-ERGEBNIS PIC X(01).
             88 RGE-ERGEBNIS-GEFUNDEN VALUE "J".
             88 RGE-ERGEBNIS-FEHLT VALUE "N".
           05 RGE-ZUGFOLGE PIC X(01).
             88 RGE-ZUGFOLGE-STIMMT VALUE "J".
             88 RGE-ZUGFOLGE-FALSCH VALUE "N".

      * Auswahl: 16 Ziffern = eine Spiel-Kennung, 8 Ziffern = alle
      * Spiele eines Spieldatums.
       01  RGE-AUSWAHL-EINGABE PIC X(16).
       01  RGE-AUSWAHL-ART PIC X(01).
         88 RGE-AUSWAHL-KENNUNG VALUE "K".
         88 RGE-AUSWAHL-DATUM VALUE "D".
       01  RGE-AUSWAHL-KENNUNG-WERT PIC X(16).
       01  RGE-AUSWAHL-DATUM-WERT PIC 9(08).

      * Bereits uebernommene Spiele (Beschreibung "Archiv <Kennung>")
      * aus REGRTEST und REGRTRAN; hoechstens 999 TTT-Szenarien.
       01  RGE-MAX-UEBERNOMMEN PIC 9(03) VALUE 999.
       01  RGE-ANZAHL-UEBERNOMMEN PIC 9(03) VALUE 0.
       01  RGE-UEBERNOMMEN-TABELLE.
           05 RGE-UEBERNOMMEN PIC X(16) OCCURS 999.
       01  RGE-SUCH-KENNUNG PIC X(16).
       01  RGE-FUNDSTELLE PIC 9(03).
       01  RGE-U PIC 9(04).
       01  RGE-HOECHSTE-NR PIC 9(03) VALUE 0.
       01  RGE-NAECHSTE-NR PIC 9(04).

      * Gruppenwechsel je Spiel: bis zu neun Zuege in Zugfolge.
       01  RGE-GRUPPEN-KENNUNG PIC X(16) VALUE LOW-VALUES.
       01  RGE-GR-ANZAHL PIC 9(03).
       01  RGE-GR-LUECKE PIC X(01).
         88 RGE-GR-HAT-LUECKE VALUE "J".
       01  RGE-GR-ZUEGE.
           05 RGE-GR-ZUG OCCURS 9.
               10 RGE-GZ-SPIELER PIC X(01).
               10 RGE-GZ-ZEILE PIC 9(01).
               10 RGE-GZ-SPALTE PIC 9(01).

      * Ausgang aus dem Ergebnissatz.
       01  RGE-GEWINNER PIC X(10).
       01  RGE-ERG-ZUEGE PIC 9(02).
       01  RGE-ENTSCHEIDUNG PIC X(01).

      * Nachgestelltes Spielfeld und Spielzustand wie in TTT.
       01  SPIELFELD PIC X(09).
       01  FELD-BILD REDEFINES SPIELFELD.
           05 FELD-ZEILE OCCURS 3.
               10 FELD PIC X(01) OCCURS 3.
       01  AKTIVER-SPIELER PIC X(01).
       01  SPIEL-STATUS PIC X(40).
       01  RGE-VORIGER-SPIELER PIC X(01).
       01  RGE-K PIC 9(02).
       01  RGE-I PIC 9(02).
       01  RGE-LEERE-FELDER PIC 9(01).

      * Acht Gewinnlinien, jeweils drei Zellen, wie in TTT.
       01  RGE-GEWINNLINIEN.
           05 FILLER PIC X(06) VALUE "111213".
           05 FILLER PIC X(06) VALUE "212223".
           05 FILLER PIC X(06) VALUE "313233".
           05 FILLER PIC X(06) VALUE "112131".
           05 FILLER PIC X(06) VALUE "122232".
           05 FILLER PIC X(06) VALUE "132333".
           05 FILLER PIC X(06) VALUE "112233".
           05 FILLER PIC X(06) VALUE "132231".
       01  RGE-GEWINNLINIEN-TABELLE REDEFINES RGE-GEWINNLINIEN.
           05 RGE-LINIE OCCURS 8.
               10 RGE-LINIE-ZELLE OCCURS 3.
                   15 RGE-LINIE-ZEILE PIC 9(01).
                   15 RGE-LINIE-SPALTE PIC 9(01).
       01  RGE-LINIE-NR PIC 9(01).
       01  RGE-ERSTE-MARKE PIC X(01).

      * Satzdaten des Szenarios in der TTT-Sicht von REGRSATZ.
       01  RGE-TTT-DATEN.
           05 RGE-TD-STARTFELD PIC X(09).
           05 RGE-TD-ZUG PIC 9(02).
           05 RGE-TD-AKTIVER-SPIELER PIC X(01).
           05 RGE-TD-EINGABE PIC X(03).
           05 RGE-TD-ERWARTETER-STATUS PIC X(40).
           05 RGE-TD-ERWARTETER-SPIELER PIC X(01).
       01  RGE-BESCHREIBUNG.
           05 FILLER PIC X(07) VALUE "Archiv ".
           05 RGE-BS-KENNUNG PIC X(16).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RGE-BS-AUSGANG PIC X(16).
       01  RGE-SZENARIO-NR PIC 9(03).

       01  RGE-GRUND PIC X(40).
       01  RGE-SPIELE PIC 9(04) VALUE 0.
       01  RGE-ERZEUGT PIC 9(04) VALUE 0.
       01  RGE-UEBERGANGEN PIC 9(04) VALUE 0.

           COPY FEHLAUFR.

       01  RGE-KOPF-ZEILE.
           05 FILLER PIC X(40) VALUE
              "REGRERNT UEBERNAHME AUS TTTAUDAR, AUSWAH".
           05 FILLER PIC X(02) VALUE "L ".
           05 RGE-KZ-AUSWAHL PIC X(16).
       01  RGE-BERICHT-DETAIL.
           05 RGE-BD-URTEIL PIC X(11).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RGE-BD-KENNUNG PIC X(16).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RGE-BD-NR PIC X(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RGE-BD-TEXT PIC X(40).
       01  RGE-SUMMEN-ZEILE.
           05 FILLER PIC X(07) VALUE "SPIELE ".
           05 RGE-SU-SPIELE PIC ZZZ9.
           05 FILLER PIC X(14) VALUE ", UEBERNOMMEN ".
           05 RGE-SU-ERZEUGT PIC ZZZ9.
           05 FILLER PIC X(14) VALUE ", UEBERGANGEN ".
           05 RGE-SU-UEBERGANGEN PIC ZZZ9.

       PROCEDURE DIVISION.

           PERFORM ERFRAGE-AUSWAHL
           IF NOT RGE-LAUF-HAT-FEHLER
               PERFORM OEFFNE-BERICHT
           END-IF
           IF NOT RGE-LAUF-HAT-FEHLER
               PERFORM LIES-REGRESSIONS-DATEI
           END-IF
           IF NOT RGE-LAUF-HAT-FEHLER
               PERFORM LIES-TRANSAKTIONEN
           END-IF
           IF NOT RGE-LAUF-HAT-FEHLER
               PERFORM ERNTE-SPIELE
           END-IF
           PERFORM SCHLIESSE-BERICHT
           DISPLAY "REGRERNT: " RGE-SPIELE " SPIELE, "
               RGE-ERZEUGT " UEBERNOMMEN, "
               RGE-UEBERGANGEN " UEBERGANGEN"
           IF RGE-LAUF-HAT-FEHLER
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF RGE-ERZEUGT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------
      * Spiel-Kennung oder Spieldatum erfragen; alles andere beendet
      * den Lauf, ohne dass eine Datei angefasst wird.
      *----------------------------------------------------------------
       ERFRAGE-AUSWAHL SECTION.
           DISPLAY "Spiel-Kennung (16 Ziffern) oder Spieldatum"
               " (JJJJMMTT): " WITH NO ADVANCING
           ACCEPT RGE-AUSWAHL-EINGABE
           EVALUATE TRUE
               WHEN RGE-AUSWAHL-EINGABE IS NUMERIC
                   SET RGE-AUSWAHL-KENNUNG TO TRUE
                   MOVE RGE-AUSWAHL-EINGABE
                     TO RGE-AUSWAHL-KENNUNG-WERT
               WHEN RGE-AUSWAHL-EINGABE (1:8) IS NUMERIC
                AND RGE-AUSWAHL-EINGABE (9:8) = SPACES
                   SET RGE-AUSWAHL-DATUM TO TRUE
                   MOVE RGE-AUSWAHL-EINGABE (1:8)
                     TO RGE-AUSWAHL-DATUM-WERT
               WHEN OTHER
                   DISPLAY "REGRERNT: UNGUELTIGE AUSWAHL "
                       RGE-AUSWAHL-EINGABE
                   SET RGE-LAUF-HAT-FEHLER TO TRUE
           END-EVALUATE
           .
           EXIT.

       OEFFNE-BERICHT SECTION.
           OPEN OUTPUT ERNTE-BERICHT
           IF RGE-BERICHT-STATUS NOT = "00"
               MOVE "REGRERRP" TO FA-DATEI
               MOVE "OPEN OUTPUT" TO FA-OPERATION
               MOVE RGE-BERICHT-STATUS TO FA-DATEI-STATUS
               SET FA-IST-FATAL TO TRUE
               PERFORM MELDE-DATEI-FEHLER
               SET RGE-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE RGE-AUSWAHL-EINGABE TO RGE-KZ-AUSWAHL
               MOVE RGE-KOPF-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           .
           EXIT.

       SCHLIESSE-BERICHT SECTION.
           IF RGE-BERICHT-STATUS = "00"
               MOVE RGE-SPIELE TO RGE-SU-SPIELE
               MOVE RGE-ERZEUGT TO RGE-SU-ERZEUGT
               MOVE RGE-UEBERGANGEN TO RGE-SU-UEBERGANGEN
               MOVE RGE-SUMMEN-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               CLOSE ERNTE-BERICHT
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Meldet einen Dateifehler ueber die gemeinsame Fehlerroutine:
      * Betriebsprotokoll OPSLOG, Bedienermeldung und bei Schwere "F"
      * Ruecklieferungscode 12.
      *----------------------------------------------------------------
       MELDE-DATEI-FEHLER SECTION.
           MOVE "REGRERNT" TO FA-PROGRAMM
           CALL "FEHLPROT" USING FEHLER-AUFRUF
           .
           EXIT.

      *----------------------------------------------------------------
      * Vorhandene TTT-Szenarien in REGRTEST: hoechste Nummer und
      * bereits uebernommene Spiele. Fehlt REGRTEST noch (vor dem
      * ersten REGRLOAD-Lauf), zaehlt allein REGRTRAN.
      *----------------------------------------------------------------
       LIES-REGRESSIONS-DATEI SECTION.
           OPEN INPUT REGRESSION-DATEI
           IF RGE-REGRESSION-STATUS = "35"
               GO TO LIES-REGRESSIONS-DATEI-ENDE
           END-IF
           IF RGE-REGRESSION-STATUS NOT = "00"
               MOVE "REGRTEST" TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE RGE-REGRESSION-STATUS TO FA-DATEI-STATUS
               SET FA-IST-FATAL TO TRUE
               PERFORM MELDE-DATEI-FEHLER
               SET RGE-LAUF-HAT-FEHLER TO TRUE
               GO TO LIES-REGRESSIONS-DATEI-ENDE
           END-IF
           MOVE "N" TO RGE-DATEI-ENDE
           MOVE "TTT" TO REG-PROGRAMM
           MOVE 0 TO REG-SZENARIO-NR
           START REGRESSION-DATEI KEY IS NOT LESS THAN REG-SCHLUESSEL
               INVALID KEY
                   SET RGE-ENDE-ERREICHT TO TRUE
           END-START
           PERFORM MERKE-REGRESSIONS-SATZ
               THRU MERKE-REGRESSIONS-SATZ-EXIT
               UNTIL RGE-ENDE-ERREICHT
           CLOSE REGRESSION-DATEI
           .
       LIES-REGRESSIONS-DATEI-ENDE.
           EXIT.

       MERKE-REGRESSIONS-SATZ-VERARBEITUNG SECTION.
       MERKE-REGRESSIONS-SATZ.
           READ REGRESSION-DATEI NEXT
               AT END
                   SET RGE-ENDE-ERREICHT TO TRUE
           END-READ
           IF RGE-ENDE-ERREICHT
               GO TO MERKE-REGRESSIONS-SATZ-EXIT
           END-IF
           IF NOT REG-IST-TTT
               SET RGE-ENDE-ERREICHT TO TRUE
               GO TO MERKE-REGRESSIONS-SATZ-EXIT
           END-IF
           IF REG-SZENARIO-NR > RGE-HOECHSTE-NR
               MOVE REG-SZENARIO-NR TO RGE-HOECHSTE-NR
           END-IF
           IF REG-BESCHREIBUNG (1:7) = "Archiv "
               MOVE REG-BESCHREIBUNG (8:16) TO RGE-SUCH-KENNUNG
               PERFORM MERKE-UEBERNOMMENES-SPIEL
           END-IF
           .
       MERKE-REGRESSIONS-SATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Noch nicht geladene TTT-Transaktionen in REGRTRAN zaehlen
      * ebenso; eine fehlende REGRTRAN wird beim Anhaengen angelegt.
      *----------------------------------------------------------------
       LIES-TRANSAKTIONEN SECTION.
           OPEN INPUT TRANSAKTION-DATEI
           IF RGE-TRANSAKTION-STATUS = "35"
               GO TO LIES-TRANSAKTIONEN-ENDE
           END-IF
           IF RGE-TRANSAKTION-STATUS NOT = "00"
               MOVE "REGRTRAN" TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE RGE-TRANSAKTION-STATUS TO FA-DATEI-STATUS
               SET FA-IST-FATAL TO TRUE
               PERFORM MELDE-DATEI-FEHLER
               SET RGE-LAUF-HAT-FEHLER TO TRUE
               GO TO LIES-TRANSAKTIONEN-ENDE
           END-IF
           MOVE "N" TO RGE-DATEI-ENDE
           PERFORM MERKE-TRANSAKTION THRU MERKE-TRANSAKTION-EXIT
               UNTIL RGE-ENDE-ERREICHT
           CLOSE TRANSAKTION-DATEI
           .
       LIES-TRANSAKTIONEN-ENDE.
           EXIT.

       MERKE-TRANSAKTION-VERARBEITUNG SECTION.
       MERKE-TRANSAKTION.
           READ TRANSAKTION-DATEI
               AT END
                   SET RGE-ENDE-ERREICHT TO TRUE
           END-READ
           IF RGE-ENDE-ERREICHT
              OR TRA-PROGRAMM NOT = "TTT"
              OR TRA-SZENARIO-NR IS NOT NUMERIC
               GO TO MERKE-TRANSAKTION-EXIT
           END-IF
           MOVE TRA-SZENARIO-NR TO RGE-SZENARIO-NR
           IF RGE-SZENARIO-NR > RGE-HOECHSTE-NR
               MOVE RGE-SZENARIO-NR TO RGE-HOECHSTE-NR
           END-IF
           IF TRA-BESCHREIBUNG (1:7) = "Archiv "
               MOVE TRA-BESCHREIBUNG (8:16) TO RGE-SUCH-KENNUNG
               PERFORM MERKE-UEBERNOMMENES-SPIEL
           END-IF
           .
       MERKE-TRANSAKTION-EXIT.
           EXIT.

       MERKE-UEBERNOMMENES-SPIEL SECTION.
           PERFORM SUCHE-UEBERNOMMEN
           IF RGE-FUNDSTELLE = 0
              AND RGE-ANZAHL-UEBERNOMMEN < RGE-MAX-UEBERNOMMEN
               ADD 1 TO RGE-ANZAHL-UEBERNOMMEN
               MOVE RGE-SUCH-KENNUNG
                 TO RGE-UEBERNOMMEN (RGE-ANZAHL-UEBERNOMMEN)
           END-IF
           .
           EXIT.

       SUCHE-UEBERNOMMEN SECTION.
           MOVE 0 TO RGE-FUNDSTELLE
           PERFORM VERGLEICHE-UEBERNOMMEN
               THRU VERGLEICHE-UEBERNOMMEN-EXIT
               VARYING RGE-U FROM 1 BY 1
               UNTIL RGE-U > RGE-ANZAHL-UEBERNOMMEN
                  OR RGE-FUNDSTELLE NOT = 0
           .
           EXIT.

       VERGLEICHE-UEBERNOMMEN-VERARBEITUNG SECTION.
       VERGLEICHE-UEBERNOMMEN.
           IF RGE-UEBERNOMMEN (RGE-U) = RGE-SUCH-KENNUNG
               MOVE RGE-U TO RGE-FUNDSTELLE
           END-IF
           .
       VERGLEICHE-UEBERNOMMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Ergebnisdateien oeffnen, REGRTRAN zum Anhaengen oeffnen und
      * die Zugzeilen der gewaehlten Spiele sortiert auswerten.
      *----------------------------------------------------------------
       ERNTE-SPIELE SECTION.
           COMPUTE RGE-NAECHSTE-NR = RGE-HOECHSTE-NR + 1
           OPEN INPUT SCORE-DATEI
           IF RGE-SCORE-STATUS = "00"
               SET RGE-SCORE-IST-OFFEN TO TRUE
           END-IF
           OPEN INPUT SAISON-ARCHIV
           IF RGE-SAISON-STATUS = "00"
               SET RGE-SAISON-IST-OFFEN TO TRUE
           END-IF
           IF NOT RGE-SCORE-IST-OFFEN
              AND NOT RGE-SAISON-IST-OFFEN
               MOVE "TTTSCORE" TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE RGE-SCORE-STATUS TO FA-DATEI-STATUS
               SET FA-IST-FATAL TO TRUE
               PERFORM MELDE-DATEI-FEHLER
               SET RGE-LAUF-HAT-FEHLER TO TRUE
               GO TO ERNTE-SPIELE-ENDE
           END-IF
           OPEN EXTEND TRANSAKTION-DATEI
           IF RGE-TRANSAKTION-STATUS NOT = "00"
               OPEN OUTPUT TRANSAKTION-DATEI
           END-IF
           IF RGE-TRANSAKTION-STATUS NOT = "00"
               MOVE "REGRTRAN" TO FA-DATEI
               MOVE "OPEN EXTEND" TO FA-OPERATION
               MOVE RGE-TRANSAKTION-STATUS TO FA-DATEI-STATUS
               SET FA-IST-FATAL TO TRUE
               PERFORM MELDE-DATEI-FEHLER
               SET RGE-LAUF-HAT-FEHLER TO TRUE
               GO TO ERNTE-SPIELE-ENDE
           END-IF
           SORT SORT-ZUEGE
               ON ASCENDING KEY SRT-KENNUNG SRT-ZUG-NR
               INPUT PROCEDURE IS GIB-ZUEGE-FREI
               OUTPUT PROCEDURE IS WERTE-SPIELE-AUS
           CLOSE TRANSAKTION-DATEI
           .
       ERNTE-SPIELE-ENDE.
           IF RGE-SCORE-IST-OFFEN
               CLOSE SCORE-DATEI
           END-IF
           IF RGE-SAISON-IST-OFFEN
               CLOSE SAISON-ARCHIV
           END-IF
           EXIT.

       GIB-ZUEGE-FREI SECTION.
           OPEN INPUT ARCHIV-DATEI
           IF RGE-ARCHIV-STATUS NOT = "00"
               MOVE "TTTAUDAR" TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE RGE-ARCHIV-STATUS TO FA-DATEI-STATUS
               SET FA-IST-FATAL TO TRUE
               PERFORM MELDE-DATEI-FEHLER
               SET RGE-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE "N" TO RGE-DATEI-ENDE
               PERFORM GIB-EINEN-ZUG-FREI THRU GIB-EINEN-ZUG-FREI-EXIT
                   UNTIL RGE-ENDE-ERREICHT
               CLOSE ARCHIV-DATEI
           END-IF
           .
           EXIT.

       GIB-EINEN-ZUG-FREI-VERARBEITUNG SECTION.
       GIB-EINEN-ZUG-FREI.
           READ ARCHIV-DATEI
               AT END
                   SET RGE-ENDE-ERREICHT TO TRUE
           END-READ
           IF RGE-ENDE-ERREICHT
               GO TO GIB-EINEN-ZUG-FREI-EXIT
           END-IF
      * Laufueberschriften und unbrauchbare Zeilen uebergehen.
           IF AUDIT-SPIEL-KENNUNG IS NOT NUMERIC
              OR AUDIT-ZUG-NR IS NOT NUMERIC
              OR AUDIT-ZEILE IS NOT NUMERIC
              OR AUDIT-SPALTE IS NOT NUMERIC
               GO TO GIB-EINEN-ZUG-FREI-EXIT
           END-IF
           IF RGE-AUSWAHL-KENNUNG
              AND AUDIT-SPIEL-KENNUNG NOT = RGE-AUSWAHL-KENNUNG-WERT
               GO TO GIB-EINEN-ZUG-FREI-EXIT
           END-IF
           IF RGE-AUSWAHL-DATUM
              AND AUDIT-DATUM NOT = RGE-AUSWAHL-DATUM-WERT
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
      * Gruppenwechsel je Spiel-Kennung: Zuege in Zugfolge sammeln,
      * am Gruppenende das Spiel uebernehmen oder uebergehen.
      *----------------------------------------------------------------
       WERTE-SPIELE-AUS SECTION.
           MOVE "N" TO RGE-DATEI-ENDE
           PERFORM UEBERNIMM-ZUG THRU UEBERNIMM-ZUG-EXIT
               UNTIL RGE-ENDE-ERREICHT
           PERFORM BEENDE-SPIEL
           .
           EXIT.

       UEBERNIMM-ZUG-VERARBEITUNG SECTION.
       UEBERNIMM-ZUG.
           RETURN SORT-ZUEGE
               AT END
                   SET RGE-ENDE-ERREICHT TO TRUE
           END-RETURN
           IF RGE-ENDE-ERREICHT
               GO TO UEBERNIMM-ZUG-EXIT
           END-IF
           IF SRT-KENNUNG NOT = RGE-GRUPPEN-KENNUNG
               PERFORM BEENDE-SPIEL
               MOVE SRT-KENNUNG TO RGE-GRUPPEN-KENNUNG
               MOVE 0 TO RGE-GR-ANZAHL
               MOVE "N" TO RGE-GR-LUECKE
           END-IF
      * Die Zugnummern eines Spiels muessen lueckenlos bei 1
      * beginnen; doppelte Zeilen zaehlen ebenfalls als Luecke.
           ADD 1 TO RGE-GR-ANZAHL
           IF RGE-GR-ANZAHL > 9
              OR SRT-ZUG-NR NOT = RGE-GR-ANZAHL
               SET RGE-GR-HAT-LUECKE TO TRUE
               GO TO UEBERNIMM-ZUG-EXIT
           END-IF
           MOVE SRT-SPIELER TO RGE-GZ-SPIELER (RGE-GR-ANZAHL)
           MOVE SRT-ZEILE TO RGE-GZ-ZEILE (RGE-GR-ANZAHL)
           MOVE SRT-SPALTE TO RGE-GZ-SPALTE (RGE-GR-ANZAHL)
           .
       UEBERNIMM-ZUG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Ein Spiel pruefen und als Szenario anhaengen; jeder Grund,
      * es zu uebergehen, kommt mit der Spiel-Kennung auf den
      * Bericht.
      *----------------------------------------------------------------
       BEENDE-SPIEL SECTION.
           IF RGE-GRUPPEN-KENNUNG = LOW-VALUES
               GO TO BEENDE-SPIEL-ENDE
           END-IF
           ADD 1 TO RGE-SPIELE
           MOVE RGE-GRUPPEN-KENNUNG TO RGE-SUCH-KENNUNG
           PERFORM SUCHE-UEBERNOMMEN
           IF RGE-FUNDSTELLE NOT = 0
               MOVE "BEREITS UEBERNOMMEN" TO RGE-GRUND
               PERFORM MELDE-UEBERGANGEN
               GO TO BEENDE-SPIEL-ENDE
           END-IF
           PERFORM HOLE-ERGEBNIS
           IF RGE-ERGEBNIS-FEHLT
               MOVE "KEIN ERGEBNISSATZ (ABGEBROCHEN)" TO RGE-GRUND
               PERFORM MELDE-UEBERGANGEN
               GO TO BEENDE-SPIEL-ENDE
           END-IF
           IF RGE-ENTSCHEIDUNG = "Z"
               MOVE "DURCH ZEITVERLUST ENTSCHIEDEN" TO RGE-GRUND
               PERFORM MELDE-UEBERGANGEN
               GO TO BEENDE-SPIEL-ENDE
           END-IF
           IF RGE-GR-HAT-LUECKE
              OR RGE-GR-ANZAHL NOT = RGE-ERG-ZUEGE
               MOVE "ZUGZEILEN UNVOLLSTAENDIG" TO RGE-GRUND
               PERFORM MELDE-UEBERGANGEN
               GO TO BEENDE-SPIEL-ENDE
           END-IF
           PERFORM STELLE-SPIEL-NACH
           IF RGE-ZUGFOLGE-FALSCH
               MOVE "ZUGFOLGE UNSTIMMIG" TO RGE-GRUND
               PERFORM MELDE-UEBERGANGEN
               GO TO BEENDE-SPIEL-ENDE
           END-IF
           PERFORM SETZE-ERWARTUNG
           IF SPIEL-STATUS NOT = RGE-TD-ERWARTETER-STATUS
              OR AKTIVER-SPIELER NOT = RGE-TD-ERWARTETER-SPIELER
               MOVE "AUSGANG WEICHT VOM ERGEBNISSATZ AB" TO RGE-GRUND
               PERFORM MELDE-UEBERGANGEN
               GO TO BEENDE-SPIEL-ENDE
           END-IF
           IF RGE-NAECHSTE-NR > 999
               MOVE "KEINE TTT-SZENARIO-NR MEHR FREI" TO RGE-GRUND
               PERFORM MELDE-UEBERGANGEN
               GO TO BEENDE-SPIEL-ENDE
           END-IF
           PERFORM SCHREIBE-SZENARIO
           .
       BEENDE-SPIEL-ENDE.
           EXIT.

       HOLE-ERGEBNIS SECTION.
           SET RGE-ERGEBNIS-FEHLT TO TRUE
           IF RGE-SCORE-IST-OFFEN
               MOVE RGE-GRUPPEN-KENNUNG TO SCORE-SCHLUESSEL
               READ SCORE-DATEI
               IF RGE-SCORE-STATUS = "00"
                   SET RGE-ERGEBNIS-GEFUNDEN TO TRUE
                   MOVE SCORE-GEWINNER TO RGE-GEWINNER
                   MOVE SCORE-ZUEGE TO RGE-ERG-ZUEGE
                   MOVE SCORE-ENTSCHEIDUNG TO RGE-ENTSCHEIDUNG
               END-IF
           END-IF
           IF RGE-ERGEBNIS-FEHLT
              AND RGE-SAISON-IST-OFFEN
               MOVE RGE-GRUPPEN-KENNUNG TO SCA-SCHLUESSEL
               READ SAISON-ARCHIV
               IF RGE-SAISON-STATUS = "00"
                   SET RGE-ERGEBNIS-GEFUNDEN TO TRUE
                   MOVE SCA-GEWINNER TO RGE-GEWINNER
                   MOVE SCA-ZUEGE TO RGE-ERG-ZUEGE
                   MOVE SCA-ENTSCHEIDUNG TO RGE-ENTSCHEIDUNG
               END-IF
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Spielfeld bis vor den letzten Zug aufbauen: jeder Zug auf ein
      * freies Feld, die Spieler im Wechsel, und vor dem letzten Zug
      * darf das Spiel noch nicht entschieden sein. Danach den letzten
      * Zug wie TTT ausfuehren; SPIEL-STATUS und AKTIVER-SPIELER sind
      * dann das, was der Regressionslauf erhalten wird.
      *----------------------------------------------------------------
       STELLE-SPIEL-NACH SECTION.
           MOVE SPACES TO SPIELFELD
           MOVE SPACE TO RGE-VORIGER-SPIELER
           SET RGE-ZUGFOLGE-STIMMT TO TRUE
           PERFORM SETZE-ARCHIVZUG THRU SETZE-ARCHIVZUG-EXIT
               VARYING RGE-K FROM 1 BY 1
               UNTIL RGE-K >= RGE-GR-ANZAHL
                  OR RGE-ZUGFOLGE-FALSCH
           IF RGE-ZUGFOLGE-FALSCH
               GO TO STELLE-SPIEL-NACH-ENDE
           END-IF
           MOVE SPIELFELD TO RGE-TD-STARTFELD
           COMPUTE RGE-TD-ZUG = RGE-GR-ANZAHL - 1
           MOVE RGE-GZ-SPIELER (RGE-GR-ANZAHL)
             TO RGE-TD-AKTIVER-SPIELER
           MOVE RGE-GZ-SPALTE (RGE-GR-ANZAHL) TO RGE-TD-EINGABE (1:1)
           MOVE "," TO RGE-TD-EINGABE (2:1)
           MOVE RGE-GZ-ZEILE (RGE-GR-ANZAHL) TO RGE-TD-EINGABE (3:1)
           MOVE RGE-GR-ANZAHL TO RGE-K
           PERFORM SETZE-ARCHIVZUG THRU SETZE-ARCHIVZUG-EXIT
           IF RGE-ZUGFOLGE-STIMMT
               PERFORM PRUEFE-SPIELSTATUS
           END-IF
           .
       STELLE-SPIEL-NACH-ENDE.
           EXIT.

       SETZE-ARCHIVZUG-VERARBEITUNG SECTION.
       SETZE-ARCHIVZUG.
           MOVE RGE-GZ-SPIELER (RGE-K) TO AKTIVER-SPIELER
           IF (AKTIVER-SPIELER NOT = "X" AND AKTIVER-SPIELER NOT = "O")
              OR AKTIVER-SPIELER = RGE-VORIGER-SPIELER
              OR RGE-GZ-ZEILE (RGE-K) < 1
              OR RGE-GZ-ZEILE (RGE-K) > 3
              OR RGE-GZ-SPALTE (RGE-K) < 1
              OR RGE-GZ-SPALTE (RGE-K) > 3
               SET RGE-ZUGFOLGE-FALSCH TO TRUE
               GO TO SETZE-ARCHIVZUG-EXIT
           END-IF
           IF FELD (RGE-GZ-ZEILE (RGE-K), RGE-GZ-SPALTE (RGE-K))
                 NOT = SPACE
               SET RGE-ZUGFOLGE-FALSCH TO TRUE
               GO TO SETZE-ARCHIVZUG-EXIT
           END-IF
           MOVE AKTIVER-SPIELER
             TO FELD (RGE-GZ-ZEILE (RGE-K), RGE-GZ-SPALTE (RGE-K))
           MOVE AKTIVER-SPIELER TO RGE-VORIGER-SPIELER
           IF RGE-K < RGE-GR-ANZAHL
               PERFORM PRUEFE-SPIELSTATUS
               IF SPIEL-STATUS NOT = "Laufend"
                   SET RGE-ZUGFOLGE-FALSCH TO TRUE
               END-IF
           END-IF
           .
       SETZE-ARCHIVZUG-EXIT.
           EXIT.

       PRUEFE-SPIELSTATUS SECTION.
           MOVE SPACE TO SPIEL-STATUS
           PERFORM PRUEFE-LINIE THRU PRUEFE-LINIE-EXIT
               VARYING RGE-LINIE-NR FROM 1 BY 1
               UNTIL RGE-LINIE-NR > 8
                  OR SPIEL-STATUS = "Sieg"
           IF SPIEL-STATUS NOT = "Sieg"
               MOVE 0 TO RGE-LEERE-FELDER
               PERFORM ZAEHLE-EIN-FELD THRU ZAEHLE-EIN-FELD-EXIT
                   VARYING RGE-I FROM 1 BY 1 UNTIL RGE-I > 9
               IF RGE-LEERE-FELDER = 0
                   MOVE "Unentschieden" TO SPIEL-STATUS
               ELSE
                   MOVE "Laufend" TO SPIEL-STATUS
               END-IF
           END-IF
           .
           EXIT.

       PRUEFE-LINIE-VERARBEITUNG SECTION.
       PRUEFE-LINIE.
           MOVE FELD (RGE-LINIE-ZEILE (RGE-LINIE-NR 1)
                      RGE-LINIE-SPALTE (RGE-LINIE-NR 1))
             TO RGE-ERSTE-MARKE
           IF RGE-ERSTE-MARKE NOT = SPACE
              AND FELD (RGE-LINIE-ZEILE (RGE-LINIE-NR 2)
                        RGE-LINIE-SPALTE (RGE-LINIE-NR 2))
                    = RGE-ERSTE-MARKE
              AND FELD (RGE-LINIE-ZEILE (RGE-LINIE-NR 3)
                        RGE-LINIE-SPALTE (RGE-LINIE-NR 3))
                    = RGE-ERSTE-MARKE
               MOVE "Sieg" TO SPIEL-STATUS
           END-IF
           .
       PRUEFE-LINIE-EXIT.
           EXIT.

       ZAEHLE-EIN-FELD-VERARBEITUNG SECTION.
       ZAEHLE-EIN-FELD.
           IF SPIELFELD (RGE-I : 1) = SPACE
               ADD 1 TO RGE-LEERE-FELDER
           END-IF
           .
       ZAEHLE-EIN-FELD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Erwartung aus dem Ergebnissatz: bei einem Sieg "Sieg" und der
      * Gewinner (in TTT bleibt der Sieger am Zug), sonst
      * "Unentschieden" und der Spieler des letzten Zuges.
      *----------------------------------------------------------------
       SETZE-ERWARTUNG SECTION.
           MOVE SPACES TO RGE-TD-ERWARTETER-STATUS
           MOVE SPACES TO RGE-BS-AUSGANG
           IF RGE-GEWINNER = "X" OR RGE-GEWINNER = "O"
               MOVE "Sieg" TO RGE-TD-ERWARTETER-STATUS
               MOVE RGE-GEWINNER (1:1) TO RGE-TD-ERWARTETER-SPIELER
               MOVE "Sieg" TO RGE-BS-AUSGANG
               MOVE RGE-GEWINNER (1:1) TO RGE-BS-AUSGANG (6:1)
           ELSE
               MOVE "Unentschieden" TO RGE-TD-ERWARTETER-STATUS
               MOVE RGE-TD-AKTIVER-SPIELER
                 TO RGE-TD-ERWARTETER-SPIELER
               MOVE "Unentschieden" TO RGE-BS-AUSGANG
           END-IF
           .
           EXIT.

       SCHREIBE-SZENARIO SECTION.
           MOVE RGE-NAECHSTE-NR TO RGE-SZENARIO-NR
           MOVE RGE-GRUPPEN-KENNUNG TO RGE-BS-KENNUNG
           MOVE SPACES TO TRANSAKTION-SATZ
           MOVE "A" TO TRA-AKTION
           MOVE "TTT" TO TRA-PROGRAMM
           MOVE RGE-SZENARIO-NR TO TRA-SZENARIO-NR
           MOVE RGE-BESCHREIBUNG TO TRA-BESCHREIBUNG
           MOVE RGE-TTT-DATEN TO TRA-DATEN
           WRITE TRANSAKTION-SATZ
           IF RGE-TRANSAKTION-STATUS NOT = "00"
               MOVE "REGRTRAN" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE RGE-TRANSAKTION-STATUS TO FA-DATEI-STATUS
               SET FA-IST-FATAL TO TRUE
               PERFORM MELDE-DATEI-FEHLER
               SET RGE-LAUF-HAT-FEHLER TO TRUE
               MOVE "REGRTRAN NICHT SCHREIBBAR" TO RGE-GRUND
               PERFORM MELDE-UEBERGANGEN
           ELSE
               ADD 1 TO RGE-ERZEUGT
               ADD 1 TO RGE-NAECHSTE-NR
               PERFORM MERKE-UEBERNOMMENES-SPIEL
               MOVE "UEBERNOMMEN" TO RGE-BD-URTEIL
               MOVE RGE-GRUPPEN-KENNUNG TO RGE-BD-KENNUNG
               MOVE TRA-SZENARIO-NR TO RGE-BD-NR
               MOVE TRA-BESCHREIBUNG TO RGE-BD-TEXT
               MOVE RGE-BERICHT-DETAIL TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           .
           EXIT.

       MELDE-UEBERGANGEN SECTION.
           ADD 1 TO RGE-UEBERGANGEN
           MOVE "UEBERGANGEN" TO RGE-BD-URTEIL
           MOVE RGE-GRUPPEN-KENNUNG TO RGE-BD-KENNUNG
           MOVE SPACES TO RGE-BD-NR
           MOVE RGE-GRUND TO RGE-BD-TEXT
           MOVE RGE-BERICHT-DETAIL TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
           EXIT.

       END PROGRAM REGRERNT.
