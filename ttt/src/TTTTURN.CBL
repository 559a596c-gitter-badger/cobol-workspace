      * wobei bei Feldern ohne Zweierpotenz die vorderen Spieler ein
      * Freilos gegen "** FREILOS **" mit Ergebnis "X" erhalten.
      * Die Folgerunden des K.O.-Baums erzeugt TTTKO aus den
      * eingetragenen Ergebnissen. "S" setzt die erste Runde eines
      * Turniers im Schweizer System: die Spieler werden nach ihrem
      * Rating aus TTTRATNG gesetzt (ohne Ratingsatz gilt der
      * Startwert), die obere Haelfte spielt gegen die untere
      * (Setzplatz 1 gegen den ersten der unteren Haelfte usw.,
      * die Farbe wechselt von Brett zu Brett), bei ungerader Zahl
      * erhaelt der Letzte ein Freilos. Die Folgerunden paart
      * TTTSCHW nach dem Punktstand. Zum Abschluss wird der Plan als
      * Bedienerliste angezeigt. Die Ergebnisse traegt TTT beim
      * Spielende ein; den Tabellenstand rechnet TTTSTAND aus der
      * Ergebnisdatei, den K.O.-Baum zeigt TTTSTAND aus der
      * Turnierdatei. Wahlweise gilt eine Bedenkzeit je Zug in
      * Sekunden; sie steht auf jeder Paarung (TRN-ZUG-LIMIT), und
      * TTT wertet ihre Ueberschreitung als Zeitverlust.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS SPL-NUMMER
               FILE STATUS IS TUR-SPIELER-STATUS.

           SELECT RATING-DATEI ASSIGN TO "TTTRATNG"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS RAT-NUMMER
               FILE STATUS IS TUR-RATING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURNIER-DATEI.
       FD  SPIELER-DATEI.
           COPY SPLSATZ.

       FD  RATING-DATEI.
           COPY RATSATZ.

       WORKING-STORAGE SECTION.
       01  TUR-TURNIER-STATUS PIC XX.
       01  TUR-SPIELER-STATUS PIC XX.
       01  TUR-RATING-STATUS PIC XX.

       01  TUR-SPIELFREI-NAME PIC X(20) VALUE "** SPIELFREI **".
       01  TUR-FREILOS-NAME PIC X(20) VALUE "** FREILOS **".
       01  TUR-FORMAT PIC X(01).
         88 TUR-FORMAT-RUNDLAUF VALUE "R".
         88 TUR-FORMAT-KO VALUE "K".
         88 TUR-FORMAT-SCHWEIZER VALUE "S".

       01  TUR-TURNIER-ID PIC X(08).
      * Bedenkzeit je Zug in Sekunden, 0 = ohne Limit.
       01  TUR-ZUG-LIMIT PIC 9(03) VALUE 0.
       01  TUR-MAX-SPIELER PIC 9(02) VALUE 10.
       01  TUR-MAX-SCHWEIZER PIC 9(02) VALUE 20.
       01  TUR-ANZAHL-SPIELER PIC 9(02) VALUE 0.
       01  TUR-FELDGROESSE PIC 9(02).
       01  TUR-NUMMER-EINGABE PIC X(05).
         88 TUR-NUMMER-GUELTIG VALUE "J".
         88 TUR-NUMMER-UNGUELTIG VALUE "N".
       01  TUR-SPIELER-TABELLE.
           05 TUR-SPIELER-NAME PIC X(20) OCCURS 20.
       01  TUR-NUMMERN-TABELLE.
           05 TUR-SPIELER-NR PIC 9(05) OCCURS 20.

      * Startwert der Ratings; muss dem Startwert in TTTRATE
      * entsprechen.
       01  TUR-START-WERT PIC 9(04) VALUE 1500.
      * Setzliste des Schweizer Systems: Name, Nummer und Rating,
      * absteigend nach Rating sortiert.
       01  TUR-SETZ-TABELLE.
           05 TUR-SETZPLATZ OCCURS 20.
               10 TUR-SZ-NAME PIC X(20).
               10 TUR-SZ-NUMMER PIC 9(05).
               10 TUR-SZ-RATING PIC 9(04).
       01  TUR-TAUSCH-SETZPLATZ PIC X(29).
       01  TUR-J PIC 9(02).
       01  TUR-SOLL-RUNDEN PIC 9(02).
       01  TUR-ZWEIERPOTENZ PIC 9(03).
       01  TUR-OBEN PIC 9(02).
       01  TUR-UNTEN PIC 9(02).
       01  TUR-BRETT-REST PIC 9(01).
       01  TUR-RATING-KZ PIC X(01) VALUE "N".
         88 TUR-RATING-IST-OFFEN VALUE "J".

      * Stellungstabelle fuer das Kreisverfahren: Platz 1 steht fest,
      * die uebrigen Plaetze rotieren nach jeder Runde um eins weiter.
               DISPLAY "TTTTURN: MINDESTENS ZWEI SPIELER NOETIG,"
                   " KEIN RUNDENPLAN ERZEUGT"
           ELSE
               EVALUATE TRUE
                   WHEN TUR-FORMAT-KO
                       PERFORM ERZEUGE-KO-RUNDE
                   WHEN TUR-FORMAT-SCHWEIZER
                       PERFORM ERZEUGE-SCHWEIZER-RUNDE
                   WHEN OTHER
                       PERFORM ERZEUGE-RUNDENPLAN
               END-EVALUATE
               PERFORM ZEIGE-RUNDENPLAN
           END-IF

               WITH NO ADVANCING
           ACCEPT TUR-TURNIER-ID
           DISPLAY "Format (R = Jeder gegen jeden, K = K.O.,"
               " S = Schweizer System, leer = R): "
               WITH NO ADVANCING
           ACCEPT TUR-FORMAT
           IF TUR-FORMAT = SPACE
               SET TUR-FORMAT-RUNDLAUF TO TRUE
           END-IF
           IF NOT TUR-FORMAT-RUNDLAUF
              AND NOT TUR-FORMAT-KO
              AND NOT TUR-FORMAT-SCHWEIZER
               DISPLAY "TTTTURN: UNBEKANNTES FORMAT, ES GILT R"
               SET TUR-FORMAT-RUNDLAUF TO TRUE
           END-IF
      * Das Schweizer System ist fuer groessere Felder gedacht.
           IF TUR-FORMAT-SCHWEIZER
               MOVE TUR-MAX-SCHWEIZER TO TUR-MAX-SPIELER
           END-IF
           PERFORM ERFASSE-BEDENKZEIT
           PERFORM ERFASSE-SPIELER THRU ERFASSE-SPIELER-EXIT
               WITH TEST AFTER
               UNTIL TUR-NUMMER-EINGABE = SPACES
           .
           EXIT.

      *----------------------------------------------------------------
      * Bedenkzeit je Zug: hoechstens drei Ziffern; leer heisst ohne
      * Limit, eine ungueltige Eingabe ebenso (mit Hinweis).
      *----------------------------------------------------------------
       ERFASSE-BEDENKZEIT SECTION.
           MOVE 0 TO TUR-ZUG-LIMIT
           DISPLAY "Bedenkzeit je Zug in Sekunden (leer = ohne"
               " Limit): " WITH NO ADVANCING
           ACCEPT TUR-NUMMER-EINGABE
           IF TUR-NUMMER-EINGABE NOT = SPACES
               SET TUR-NUMMER-GUELTIG TO TRUE
               MOVE 0 TO TUR-NUMMER
               PERFORM WANDLE-EINE-STELLE THRU WANDLE-EINE-STELLE-EXIT
                   VARYING TUR-STELLE FROM 1 BY 1
                   UNTIL TUR-STELLE > 5
               IF TUR-NUMMER-UNGUELTIG OR TUR-NUMMER > 999
                   DISPLAY "TTTTURN: UNGUELTIGE BEDENKZEIT, ES WIRD"
                       " OHNE LIMIT GESPIELT"
               ELSE
                   MOVE TUR-NUMMER TO TUR-ZUG-LIMIT
               END-IF
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Anmeldung ueber die Spielernummer: der Anzeigename kommt aus
      * dem Spielerstamm, damit Rundenplan und Ergebnisdatei dieselbe
                       ADD 1 TO TUR-ANZAHL-SPIELER
                       MOVE SPL-NAME
                         TO TUR-SPIELER-NAME (TUR-ANZAHL-SPIELER)
                       MOVE SPL-NUMMER
                         TO TUR-SPIELER-NR (TUR-ANZAHL-SPIELER)
                   ELSE
                       DISPLAY "TTTTURN: SPIELER IST DEAKTIVIERT"
                   END-IF
               MOVE TUR-POSITION (TUR-GEGENPLATZ) TO TRN-SPIELER-O
               MOVE SPACES TO TRN-ERGEBNIS
               MOVE "R" TO TRN-ART
               MOVE TUR-ZUG-LIMIT TO TRN-ZUG-LIMIT
               WRITE TURNIER-SATZ
               IF TUR-TURNIER-STATUS NOT = "00"
                   REWRITE TURNIER-SATZ
           MOVE TUR-FREILOS-NAME TO TRN-SPIELER-O
           MOVE "X" TO TRN-ERGEBNIS
           MOVE "K" TO TRN-ART
           MOVE TUR-ZUG-LIMIT TO TRN-ZUG-LIMIT
           WRITE TURNIER-SATZ
           IF TUR-TURNIER-STATUS NOT = "00"
               REWRITE TURNIER-SATZ
           MOVE TUR-SPIELER-NAME (TUR-SPIELER-IX) TO TRN-SPIELER-O
           MOVE SPACES TO TRN-ERGEBNIS
           MOVE "K" TO TRN-ART
           MOVE TUR-ZUG-LIMIT TO TRN-ZUG-LIMIT
           WRITE TURNIER-SATZ
           IF TUR-TURNIER-STATUS NOT = "00"
               REWRITE TURNIER-SATZ
       SCHREIBE-KO-PAARUNG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Schweizer System, erste Runde: Setzliste nach Rating, obere
      * gegen untere Haelfte. Auf ungeraden Brettern spielt der
      * hoeher Gesetzte mit X, auf geraden mit O; TTTSCHW leitet
      * daraus die Setzplaetze fuer die Folgerunden wieder ab. Ein
      * Freilos (letzter Setzplatz bei ungerader Zahl) steht als
      * letzte Paarung mit Ergebnis "X". Die Rundenzahl ergibt sich
      * aus dem Feld: die kleinste Zahl r mit 2 hoch r nicht kleiner
      * als die Spielerzahl.
      *----------------------------------------------------------------
       ERZEUGE-SCHWEIZER-RUNDE SECTION.
           PERFORM LADE-SETZLISTE
           PERFORM SORTIER-SETZ-DURCHGANG
               THRU SORTIER-SETZ-DURCHGANG-EXIT
               VARYING TUR-I FROM 1 BY 1
               UNTIL TUR-I NOT < TUR-ANZAHL-SPIELER
           MOVE 0 TO TUR-SOLL-RUNDEN
           MOVE 1 TO TUR-ZWEIERPOTENZ
           PERFORM VERDOPPLE-ZWEIERPOTENZ
               THRU VERDOPPLE-ZWEIERPOTENZ-EXIT
               UNTIL TUR-ZWEIERPOTENZ NOT < TUR-ANZAHL-SPIELER
           DIVIDE TUR-ANZAHL-SPIELER BY 2 GIVING TUR-HALB
               REMAINDER TUR-REST
           OPEN I-O TURNIER-DATEI
           IF TUR-TURNIER-STATUS NOT = "00"
               OPEN OUTPUT TURNIER-DATEI
               CLOSE TURNIER-DATEI
               OPEN I-O TURNIER-DATEI
           END-IF
           IF TUR-TURNIER-STATUS NOT = "00"
               DISPLAY "TTTTURN: TURNIERDATEI NICHT NUTZBAR,"
                   " STATUS " TUR-TURNIER-STATUS
           ELSE
               MOVE 0 TO TUR-PAARUNG
               PERFORM SCHREIBE-SCHWEIZER-PAARUNG
                   THRU SCHREIBE-SCHWEIZER-PAARUNG-EXIT
                   VARYING TUR-I FROM 1 BY 1
                   UNTIL TUR-I > TUR-HALB
               IF TUR-REST = 1
                   PERFORM SCHREIBE-SCHWEIZER-FREILOS
               END-IF
               CLOSE TURNIER-DATEI
               DISPLAY "TTTTURN: " TUR-GESCHRIEBEN
                   " PAARUNGEN GESCHRIEBEN, " TUR-SOLL-RUNDEN
                   " RUNDEN IM SCHWEIZER SYSTEM"
               MOVE 1 TO TUR-ANZAHL-RUNDEN
               MOVE TUR-PAARUNG TO TUR-PAARUNGEN-JE-RUNDE
           END-IF
           .
           EXIT.

      * Rating je angemeldetem Spieler; ohne Ratingdatei oder ohne
      * Ratingsatz gilt der Startwert.
       LADE-SETZLISTE SECTION.
           OPEN INPUT RATING-DATEI
           IF TUR-RATING-STATUS = "00"
               SET TUR-RATING-IST-OFFEN TO TRUE
           ELSE
               DISPLAY "TTTTURN: TTTRATNG NICHT LESBAR, ALLE SPIELER"
                   " MIT STARTWERT GESETZT"
           END-IF
           PERFORM UEBERNIMM-SETZPLATZ THRU UEBERNIMM-SETZPLATZ-EXIT
               VARYING TUR-I FROM 1 BY 1
               UNTIL TUR-I > TUR-ANZAHL-SPIELER
           IF TUR-RATING-IST-OFFEN
               CLOSE RATING-DATEI
               MOVE "N" TO TUR-RATING-KZ
           END-IF
           .
           EXIT.

       UEBERNIMM-SETZPLATZ-VERARBEITUNG SECTION.
       UEBERNIMM-SETZPLATZ.
           MOVE TUR-SPIELER-NAME (TUR-I) TO TUR-SZ-NAME (TUR-I)
           MOVE TUR-SPIELER-NR (TUR-I) TO TUR-SZ-NUMMER (TUR-I)
           MOVE TUR-START-WERT TO TUR-SZ-RATING (TUR-I)
           IF TUR-RATING-IST-OFFEN
               MOVE TUR-SPIELER-NR (TUR-I) TO RAT-NUMMER
               READ RATING-DATEI
               IF TUR-RATING-STATUS = "00"
                   MOVE RAT-WERT TO TUR-SZ-RATING (TUR-I)
               END-IF
           END-IF
           .
       UEBERNIMM-SETZPLATZ-EXIT.
           EXIT.

      * Absteigend nach Rating; bei gleichem Rating bleibt die
      * Reihenfolge der Anmeldung.
       SORTIER-SETZ-DURCHGANG-VERARBEITUNG SECTION.
       SORTIER-SETZ-DURCHGANG.
           PERFORM SORTIER-SETZ-VERGLEICH
               THRU SORTIER-SETZ-VERGLEICH-EXIT
               VARYING TUR-J FROM 1 BY 1
               UNTIL TUR-J NOT < TUR-ANZAHL-SPIELER
           .
       SORTIER-SETZ-DURCHGANG-EXIT.
           EXIT.

       SORTIER-SETZ-VERGLEICH-VERARBEITUNG SECTION.
       SORTIER-SETZ-VERGLEICH.
           IF TUR-SZ-RATING (TUR-J) < TUR-SZ-RATING (TUR-J + 1)
               MOVE TUR-SETZPLATZ (TUR-J) TO TUR-TAUSCH-SETZPLATZ
               MOVE TUR-SETZPLATZ (TUR-J + 1) TO TUR-SETZPLATZ (TUR-J)
               MOVE TUR-TAUSCH-SETZPLATZ TO TUR-SETZPLATZ (TUR-J + 1)
           END-IF
           .
       SORTIER-SETZ-VERGLEICH-EXIT.
           EXIT.

       VERDOPPLE-ZWEIERPOTENZ-VERARBEITUNG SECTION.
       VERDOPPLE-ZWEIERPOTENZ.
           COMPUTE TUR-ZWEIERPOTENZ = TUR-ZWEIERPOTENZ * 2
           ADD 1 TO TUR-SOLL-RUNDEN
           .
       VERDOPPLE-ZWEIERPOTENZ-EXIT.
           EXIT.

       SCHREIBE-SCHWEIZER-PAARUNG-VERARBEITUNG SECTION.
       SCHREIBE-SCHWEIZER-PAARUNG.
           ADD 1 TO TUR-PAARUNG
           MOVE TUR-I TO TUR-OBEN
           COMPUTE TUR-UNTEN = TUR-HALB + TUR-I
           MOVE SPACES TO TURNIER-SATZ
           MOVE TUR-TURNIER-ID TO TRN-TURNIER-ID
           MOVE 1 TO TRN-RUNDE
           MOVE TUR-PAARUNG TO TRN-PAARUNG-NR
           DIVIDE TUR-I BY 2 GIVING TUR-J REMAINDER TUR-BRETT-REST
           IF TUR-BRETT-REST = 1
               MOVE TUR-SZ-NAME (TUR-OBEN) TO TRN-SPIELER-X
               MOVE TUR-SZ-NAME (TUR-UNTEN) TO TRN-SPIELER-O
           ELSE
               MOVE TUR-SZ-NAME (TUR-UNTEN) TO TRN-SPIELER-X
               MOVE TUR-SZ-NAME (TUR-OBEN) TO TRN-SPIELER-O
           END-IF
           MOVE SPACES TO TRN-ERGEBNIS
           MOVE "S" TO TRN-ART
           MOVE TUR-ZUG-LIMIT TO TRN-ZUG-LIMIT
           WRITE TURNIER-SATZ
           IF TUR-TURNIER-STATUS NOT = "00"
               REWRITE TURNIER-SATZ
           END-IF
           ADD 1 TO TUR-GESCHRIEBEN
           .
       SCHREIBE-SCHWEIZER-PAARUNG-EXIT.
           EXIT.

       SCHREIBE-SCHWEIZER-FREILOS SECTION.
           ADD 1 TO TUR-PAARUNG
           MOVE SPACES TO TURNIER-SATZ
           MOVE TUR-TURNIER-ID TO TRN-TURNIER-ID
           MOVE 1 TO TRN-RUNDE
           MOVE TUR-PAARUNG TO TRN-PAARUNG-NR
           MOVE TUR-SZ-NAME (TUR-ANZAHL-SPIELER) TO TRN-SPIELER-X
           MOVE TUR-FREILOS-NAME TO TRN-SPIELER-O
           MOVE "X" TO TRN-ERGEBNIS
           MOVE "S" TO TRN-ART
           MOVE TUR-ZUG-LIMIT TO TRN-ZUG-LIMIT
           WRITE TURNIER-SATZ
           IF TUR-TURNIER-STATUS NOT = "00"
               REWRITE TURNIER-SATZ
           END-IF
           ADD 1 TO TUR-GESCHRIEBEN
           .
           EXIT.

      *----------------------------------------------------------------
      * Bedienerliste des erzeugten Rundenplans, direkt aus der
      * Turnierdatei gelesen.
           OPEN INPUT TURNIER-DATEI
           IF TUR-TURNIER-STATUS = "00"
               DISPLAY "RUNDENPLAN TURNIER " TUR-TURNIER-ID
               IF TUR-ZUG-LIMIT > 0
                   DISPLAY "BEDENKZEIT JE ZUG: " TUR-ZUG-LIMIT
                       " SEKUNDEN"
               END-IF
               PERFORM ZEIGE-RUNDE THRU ZEIGE-RUNDE-EXIT
                   VARYING TUR-RUNDE FROM 1 BY 1
                   UNTIL TUR-RUNDE > TUR-ANZAHL-RUNDEN
