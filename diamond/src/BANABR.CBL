       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANABR.
      * Monatsabrechnung des Bannerdrucks: liest die Nutzungshistorie
      * BANNUTZ, die DIABATCH je Lauf fortschreibt, waehlt die Saetze
      * des Abrechnungsmonats aus und bewertet sie mit dem Tarif aus
      * der Tariftabelle BANTARIF (Preis je Seite, Zuschlag in Prozent
      * fuer Auftraege der Prioritaetsklasse 1). Je Tarifsatz gilt ein
      * Preis ab seinem Gueltigkeitsdatum; jeder Nutzungssatz wird mit
      * dem Tarif seines Druckdatums bewertet.
      * Ausgaben: je Anforderer eine Kostenaufstellung BANABRA mit
      * einer Zeile je Lauf, Banner-Art und Prioritaetsklasse, und fuer
      * die Finanzabteilung die Uebersicht BANABRF mit den Summen je
      * Anforderer und der Gesamtsumme.
      * Der Monat wird beim Start abgefragt (leer = Vormonat).
      * Ruecklieferungscode 4, wenn Saetze ohne gueltigen Tarif
      * blieben, 8, wenn Tarif oder Berichte nicht verarbeitet werden
      * koennen. Ist die Nutzungshistorie nicht lesbar, enden beide
      * Berichte statt mit Summen mit dem Vermerk, dass die
      * Abrechnung ungueltig ist (Ruecklieferungscode 8).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUTZUNG-DATEI ASSIGN TO "BANNUTZ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAB-NUTZUNG-STATUS.

           SELECT TARIF-DATEI ASSIGN TO "BANTARIF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAB-TARIF-STATUS.

           SELECT AUFSTELLUNG-DATEI ASSIGN TO "BANABRA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAB-AUFSTELLUNG-STATUS.

           SELECT FINANZ-DATEI ASSIGN TO "BANABRF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAB-FINANZ-STATUS.

           SELECT SORTIER-DATEI ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  NUTZUNG-DATEI.
       01  NUTZUNG-ZEILE PIC X(57).

      * Tarifsatz: gueltig ab, Preis je Seite, Zuschlag in Prozent
      * fuer Prioritaetsklasse 1.
       FD  TARIF-DATEI.
       01  TARIF-SATZ.
           05 TAR-GUELTIG-AB PIC 9(08).
           05 FILLER PIC X(01).
           05 TAR-SEITENPREIS PIC 9(03)V9(02).
           05 FILLER PIC X(01).
           05 TAR-ZUSCHLAG-PROZENT PIC 9(03).

       FD  AUFSTELLUNG-DATEI.
       01  AUFSTELLUNG-ZEILE PIC X(80).

       FD  FINANZ-DATEI.
       01  FINANZ-ZEILE PIC X(80).

      * Sortiersatz: Anforderer als Hauptbegriff, dann Druckdatum
      * und Laufzeit, damit die Aufstellung chronologisch ist.
       SD  SORTIER-DATEI.
       01  SORTIER-SATZ.
           05 SRT-ANFORDERER PIC X(20).
           05 SRT-DATUM PIC 9(08).
           05 SRT-UHRZEIT PIC 9(06).
           05 SRT-BANNER-ART PIC X(01).
           05 SRT-PRIORITAET PIC X(01).
           05 SRT-INHALT PIC X(57).

       WORKING-STORAGE SECTION.
       01  BAB-NUTZUNG-STATUS PIC XX.
       01  BAB-TARIF-STATUS PIC XX.
       01  BAB-AUFSTELLUNG-STATUS PIC XX.
       01  BAB-FINANZ-STATUS PIC XX.

       01  BAB-SCHALTER.
           05 BAB-DATEI-ENDE PIC X(01) VALUE "N".
             88 BAB-ENDE-ERREICHT VALUE "J".
           05 BAB-LAUF-FEHLER PIC X(01) VALUE "N".
             88 BAB-LAUF-HAT-FEHLER VALUE "J".
           05 BAB-AUFSTELLUNG-KZ PIC X(01) VALUE "N".
             88 BAB-AUFSTELLUNG-OFFEN VALUE "J".

           COPY NUTZSATZ.

       01  BAB-AKTUELLES-DATUM PIC X(21).
       01  BAB-MONAT-EINGABE PIC X(06).
       01  BAB-MONAT.
           05 BAB-MONAT-JAHR PIC 9(04).
           05 BAB-MONAT-MM PIC 9(02).
       01  BAB-MONAT-X REDEFINES BAB-MONAT PIC X(06).
       01  BAB-MONATSERSTER PIC 9(08).

      * Tariftabelle in der Reihenfolge der Datei.
       01  BAB-MAX-TARIFE PIC 9(02) VALUE 20.
       01  BAB-ANZAHL-TARIFE PIC 9(02) VALUE 0.
       01  BAB-TARIF-TABELLE.
           05 BAB-TARIF OCCURS 20.
               10 BAB-TA-GUELTIG-AB PIC 9(08).
               10 BAB-TA-SEITENPREIS PIC 9(03)V9(02).
               10 BAB-TA-ZUSCHLAG-PROZENT PIC 9(03).
       01  BAB-T PIC 9(02).
       01  BAB-TARIF-FUNDSTELLE PIC 9(02).
       01  BAB-SUCH-DATUM PIC 9(08).

       01  BAB-VORIGER-ANFORDERER PIC X(20).
       01  BAB-AUSGEWAEHLT PIC 9(06) VALUE 0.
       01  BAB-OHNE-TARIF PIC 9(06) VALUE 0.
       01  BAB-ANFORDERER-ANZAHL PIC 9(04) VALUE 0.
       01  BAB-OHNE-TARIF-ANFORDERER PIC 9(06) VALUE 0.

      * Betraege des laufenden Nutzungssatzes.
       01  BAB-GRUNDBETRAG PIC 9(07)V9(02).
       01  BAB-ZUSCHLAG PIC 9(07)V9(02).
       01  BAB-BETRAG PIC 9(07)V9(02).

      * Summen je Anforderer und gesamt.
       01  BAB-SUMMEN-ANFORDERER.
           05 BAB-SA-BANNER PIC 9(06).
           05 BAB-SA-KOPIEN PIC 9(07).
           05 BAB-SA-SEITEN PIC 9(07).
           05 BAB-SA-GRUNDBETRAG PIC 9(08)V9(02).
           05 BAB-SA-ZUSCHLAG PIC 9(08)V9(02).
           05 BAB-SA-BETRAG PIC 9(08)V9(02).
       01  BAB-SUMMEN-GESAMT.
           05 BAB-SG-BANNER PIC 9(06) VALUE 0.
           05 BAB-SG-KOPIEN PIC 9(07) VALUE 0.
           05 BAB-SG-SEITEN PIC 9(07) VALUE 0.
           05 BAB-SG-GRUNDBETRAG PIC 9(08)V9(02) VALUE 0.
           05 BAB-SG-ZUSCHLAG PIC 9(08)V9(02) VALUE 0.
           05 BAB-SG-BETRAG PIC 9(08)V9(02) VALUE 0.

      * Kostenaufstellung je Anforderer.
       01  BAB-AUFSTELLUNG-KOPF-1.
           05 FILLER PIC X(25) VALUE "BANABR KOSTENAUFSTELLUNG ".
           05 FILLER PIC X(18) VALUE "BANNERDRUCK MONAT ".
           05 BAB-AK-MONAT PIC X(06).
       01  BAB-AUFSTELLUNG-KOPF-2.
           05 FILLER PIC X(12) VALUE "ANFORDERER: ".
           05 BAB-AK-ANFORDERER PIC X(20).
       01  BAB-AUFSTELLUNG-KOPF-3.
           05 FILLER PIC X(40) VALUE
              "DATUM   ART PRI BANNER KOPIEN SEITEN GRU".
           05 FILLER PIC X(40) VALUE
              "NDBETRAG   ZUSCHLAG      BETRAG".
       01  BAB-POSTEN-ZEILE.
           05 BAB-PZ-DATUM PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 BAB-PZ-BANNER-ART PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 BAB-PZ-PRIORITAET PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 BAB-PZ-BANNER PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 BAB-PZ-KOPIEN PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 BAB-PZ-SEITEN PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 BAB-PZ-GRUNDBETRAG PIC ZZZZZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 BAB-PZ-ZUSCHLAG PIC ZZZZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 BAB-PZ-BETRAG PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BAB-PZ-HINWEIS PIC X(01).
       01  BAB-SUMMEN-ZEILE.
           05 FILLER PIC X(16) VALUE "SUMME".
           05 BAB-SZ-BANNER PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BAB-SZ-KOPIEN PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BAB-SZ-SEITEN PIC ZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 BAB-SZ-GRUNDBETRAG PIC ZZZZZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 BAB-SZ-ZUSCHLAG PIC ZZZZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 BAB-SZ-BETRAG PIC ZZZZZZ9.99.
       01  BAB-LEGENDE-ZEILE PIC X(80) VALUE
           "* KEIN GUELTIGER TARIF, NICHT BERECHNET".

      * Finanzuebersicht.
       01  BAB-FINANZ-KOPF-1.
           05 FILLER PIC X(24) VALUE "BANABR FINANZUEBERSICHT ".
           05 FILLER PIC X(18) VALUE "BANNERDRUCK MONAT ".
           05 BAB-FK-MONAT PIC X(06).
           05 FILLER PIC X(11) VALUE ", ERSTELLT ".
           05 BAB-FK-DATUM PIC 9(08).
       01  BAB-FINANZ-TARIF.
           05 FILLER PIC X(09) VALUE "TARIF AB ".
           05 BAB-FT-GUELTIG-AB PIC 9(08).
           05 FILLER PIC X(11) VALUE ": JE SEITE ".
           05 BAB-FT-SEITENPREIS PIC ZZ9.99.
           05 FILLER PIC X(24) VALUE ", ZUSCHLAG PRIORITAET 1 ".
           05 BAB-FT-ZUSCHLAG PIC ZZ9.
           05 FILLER PIC X(08) VALUE " PROZENT".
       01  BAB-FINANZ-KOPF-2.
           05 FILLER PIC X(40) VALUE
              "ANFORDERER           BANNER  SEITEN GRUN".
           05 FILLER PIC X(40) VALUE
              "DBETRAG   ZUSCHLAG      BETRAG".
       01  BAB-FINANZ-POSTEN.
           05 BAB-FP-ANFORDERER PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 BAB-FP-BANNER PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BAB-FP-SEITEN PIC ZZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BAB-FP-GRUNDBETRAG PIC ZZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BAB-FP-ZUSCHLAG PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BAB-FP-BETRAG PIC ZZZZZZZ9.99.
       01  BAB-FINANZ-ABSCHLUSS.
           05 FILLER PIC X(10) VALUE "ANFORDERER".
           05 BAB-FA-ANZAHL PIC ZZZ9.
           05 FILLER PIC X(18) VALUE ", NUTZUNGSSAETZE ".
           05 BAB-FA-SAETZE PIC ZZZZZ9.
           05 FILLER PIC X(14) VALUE ", OHNE TARIF ".
           05 BAB-FA-OHNE-TARIF PIC ZZZZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO BAB-AKTUELLES-DATUM
           PERFORM ERMITTLE-MONAT
           IF NOT BAB-LAUF-HAT-FEHLER
               PERFORM LIES-TARIF
           END-IF
           IF NOT BAB-LAUF-HAT-FEHLER
               PERFORM OEFFNE-BERICHTE
           END-IF
           IF NOT BAB-LAUF-HAT-FEHLER
               SORT SORTIER-DATEI
                   ON ASCENDING KEY SRT-ANFORDERER SRT-DATUM
                       SRT-UHRZEIT SRT-BANNER-ART SRT-PRIORITAET
                   INPUT PROCEDURE IS WAEHLE-MONAT-AUS
                   OUTPUT PROCEDURE IS RECHNE-AB
               PERFORM SCHLIESSE-BERICHTE
               DISPLAY "BANABR: MONAT " BAB-MONAT-X ", "
                   BAB-AUSGEWAEHLT " NUTZUNGSSAETZE, "
                   BAB-ANFORDERER-ANZAHL " ANFORDERER, "
                   BAB-OHNE-TARIF " OHNE TARIF"
           END-IF
           IF BAB-LAUF-HAT-FEHLER
               MOVE 8 TO RETURN-CODE
           ELSE
               IF BAB-OHNE-TARIF > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------
      * Abrechnungsmonat JJJJMM vom Bediener; leer heisst Vormonat,
      * der Regelfall des Laufs am Monatsanfang.
      *----------------------------------------------------------------
       ERMITTLE-MONAT SECTION.
           DISPLAY "Abrechnungsmonat JJJJMM (leer = Vormonat): "
               WITH NO ADVANCING
           ACCEPT BAB-MONAT-EINGABE
           IF BAB-MONAT-EINGABE = SPACES
               MOVE BAB-AKTUELLES-DATUM (1:6) TO BAB-MONAT-X
               IF BAB-MONAT-MM = 1
                   MOVE 12 TO BAB-MONAT-MM
                   SUBTRACT 1 FROM BAB-MONAT-JAHR
               ELSE
                   SUBTRACT 1 FROM BAB-MONAT-MM
               END-IF
           ELSE
               MOVE BAB-MONAT-EINGABE TO BAB-MONAT-X
               IF BAB-MONAT-X IS NOT NUMERIC
                   DISPLAY "BANABR: MONAT NICHT NUMERISCH"
                   SET BAB-LAUF-HAT-FEHLER TO TRUE
               ELSE
                   IF BAB-MONAT-MM < 1 OR BAB-MONAT-MM > 12
                       DISPLAY "BANABR: MONAT AUSSERHALB 01 BIS 12"
                       SET BAB-LAUF-HAT-FEHLER TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT BAB-LAUF-HAT-FEHLER
               COMPUTE BAB-MONATSERSTER = BAB-MONAT-JAHR * 10000
                   + BAB-MONAT-MM * 100 + 1
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Tariftabelle einlesen. Ein unbrauchbarer Satz stoppt die
      * Abrechnung: lieber keine Rechnung als eine falsche.
      *----------------------------------------------------------------
       LIES-TARIF SECTION.
           OPEN INPUT TARIF-DATEI
           IF BAB-TARIF-STATUS NOT = "00"
               DISPLAY "BANABR: BANTARIF NICHT LESBAR, STATUS "
                   BAB-TARIF-STATUS
               SET BAB-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE "N" TO BAB-DATEI-ENDE
               PERFORM UEBERNIMM-TARIF THRU UEBERNIMM-TARIF-EXIT
                   UNTIL BAB-ENDE-ERREICHT
                      OR BAB-LAUF-HAT-FEHLER
               CLOSE TARIF-DATEI
               IF BAB-ANZAHL-TARIFE = 0
                  AND NOT BAB-LAUF-HAT-FEHLER
                   DISPLAY "BANABR: BANTARIF ENTHAELT KEINEN TARIF"
                   SET BAB-LAUF-HAT-FEHLER TO TRUE
               END-IF
           END-IF
           .
           EXIT.

       UEBERNIMM-TARIF-VERARBEITUNG SECTION.
       UEBERNIMM-TARIF.
           READ TARIF-DATEI
               AT END
                   SET BAB-ENDE-ERREICHT TO TRUE
                   GO TO UEBERNIMM-TARIF-EXIT
           END-READ
           IF TAR-GUELTIG-AB IS NOT NUMERIC
              OR TAR-SEITENPREIS IS NOT NUMERIC
              OR TAR-ZUSCHLAG-PROZENT IS NOT NUMERIC
               DISPLAY "BANABR: TARIFSATZ UNGUELTIG: " TARIF-SATZ
               SET BAB-LAUF-HAT-FEHLER TO TRUE
               GO TO UEBERNIMM-TARIF-EXIT
           END-IF
           IF BAB-ANZAHL-TARIFE NOT < BAB-MAX-TARIFE
               DISPLAY "BANABR: TARIFTABELLE VOLL"
               SET BAB-LAUF-HAT-FEHLER TO TRUE
               GO TO UEBERNIMM-TARIF-EXIT
           END-IF
           ADD 1 TO BAB-ANZAHL-TARIFE
           MOVE TAR-GUELTIG-AB TO BAB-TA-GUELTIG-AB (BAB-ANZAHL-TARIFE)
           MOVE TAR-SEITENPREIS
             TO BAB-TA-SEITENPREIS (BAB-ANZAHL-TARIFE)
           MOVE TAR-ZUSCHLAG-PROZENT
             TO BAB-TA-ZUSCHLAG-PROZENT (BAB-ANZAHL-TARIFE)
           .
       UEBERNIMM-TARIF-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Gueltiger Tarif zu BAB-SUCH-DATUM: der mit dem juengsten
      * Gueltigkeitsdatum, das nicht nach dem Suchdatum liegt.
      *----------------------------------------------------------------
       SUCHE-TARIF SECTION.
           MOVE 0 TO BAB-TARIF-FUNDSTELLE
           PERFORM PRUEFE-TARIF THRU PRUEFE-TARIF-EXIT
               VARYING BAB-T FROM 1 BY 1
               UNTIL BAB-T > BAB-ANZAHL-TARIFE
           .
           EXIT.

       PRUEFE-TARIF-VERARBEITUNG SECTION.
       PRUEFE-TARIF.
           IF BAB-TA-GUELTIG-AB (BAB-T) > BAB-SUCH-DATUM
               GO TO PRUEFE-TARIF-EXIT
           END-IF
           IF BAB-TARIF-FUNDSTELLE = 0
               MOVE BAB-T TO BAB-TARIF-FUNDSTELLE
           ELSE
               IF BAB-TA-GUELTIG-AB (BAB-T) NOT <
                     BAB-TA-GUELTIG-AB (BAB-TARIF-FUNDSTELLE)
                   MOVE BAB-T TO BAB-TARIF-FUNDSTELLE
               END-IF
           END-IF
           .
       PRUEFE-TARIF-EXIT.
           EXIT.

       OEFFNE-BERICHTE SECTION.
           OPEN OUTPUT AUFSTELLUNG-DATEI
           OPEN OUTPUT FINANZ-DATEI
           IF BAB-AUFSTELLUNG-STATUS NOT = "00"
              OR BAB-FINANZ-STATUS NOT = "00"
               DISPLAY "BANABR: BERICHTE NICHT SCHREIBBAR, BANABRA "
                   BAB-AUFSTELLUNG-STATUS ", BANABRF "
                   BAB-FINANZ-STATUS
               SET BAB-LAUF-HAT-FEHLER TO TRUE
           ELSE
               MOVE BAB-MONAT-X TO BAB-AK-MONAT
               MOVE BAB-MONAT-X TO BAB-FK-MONAT
               MOVE BAB-AKTUELLES-DATUM (1:8) TO BAB-FK-DATUM
               MOVE BAB-FINANZ-KOPF-1 TO FINANZ-ZEILE
               WRITE FINANZ-ZEILE
               MOVE BAB-MONATSERSTER TO BAB-SUCH-DATUM
               PERFORM SUCHE-TARIF
               IF BAB-TARIF-FUNDSTELLE NOT = 0
                   MOVE BAB-TARIF-FUNDSTELLE TO BAB-T
                   PERFORM SCHREIBE-TARIF-ZEILE
               END-IF
               PERFORM ZEIGE-MONATSTARIF THRU ZEIGE-MONATSTARIF-EXIT
                   VARYING BAB-T FROM 1 BY 1
                   UNTIL BAB-T > BAB-ANZAHL-TARIFE
               MOVE SPACES TO FINANZ-ZEILE
               WRITE FINANZ-ZEILE
               MOVE BAB-FINANZ-KOPF-2 TO FINANZ-ZEILE
               WRITE FINANZ-ZEILE
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Tarife, die erst im Laufe des Monats gueltig werden, stehen
      * ebenfalls im Kopf, damit die Betraege nachvollziehbar sind.
      *----------------------------------------------------------------
       ZEIGE-MONATSTARIF-VERARBEITUNG SECTION.
       ZEIGE-MONATSTARIF.
           IF BAB-TA-GUELTIG-AB (BAB-T) (1:6) NOT = BAB-MONAT-X
              OR BAB-TA-GUELTIG-AB (BAB-T) = BAB-MONATSERSTER
               GO TO ZEIGE-MONATSTARIF-EXIT
           END-IF
           PERFORM SCHREIBE-TARIF-ZEILE
           .
       ZEIGE-MONATSTARIF-EXIT.
           EXIT.

       SCHREIBE-TARIF-ZEILE SECTION.
           MOVE BAB-TA-GUELTIG-AB (BAB-T) TO BAB-FT-GUELTIG-AB
           MOVE BAB-TA-SEITENPREIS (BAB-T) TO BAB-FT-SEITENPREIS
           MOVE BAB-TA-ZUSCHLAG-PROZENT (BAB-T) TO BAB-FT-ZUSCHLAG
           MOVE BAB-FINANZ-TARIF TO FINANZ-ZEILE
           WRITE FINANZ-ZEILE
           .
           EXIT.

      *----------------------------------------------------------------
      * Abschluss der Finanzuebersicht: Gesamtsumme und Zaehler.
      * War die Nutzungshistorie nicht lesbar, fehlen die Saetze des
      * Monats; beide Berichte erhalten dann statt Summen den
      * Vermerk, dass die Abrechnung ungueltig ist, damit ein leerer
      * Bericht nicht als Monat ohne Nutzung gelesen wird.
      *----------------------------------------------------------------
       SCHLIESSE-BERICHTE SECTION.
           IF BAB-LAUF-HAT-FEHLER
               MOVE "BANNUTZ NICHT LESBAR - ABRECHNUNG UNGUELTIG"
                 TO FINANZ-ZEILE
               WRITE FINANZ-ZEILE
               MOVE "BANNUTZ NICHT LESBAR - ABRECHNUNG UNGUELTIG"
                 TO AUFSTELLUNG-ZEILE
               WRITE AUFSTELLUNG-ZEILE
           ELSE
               IF BAB-ANFORDERER-ANZAHL = 0
                   MOVE "KEINE BANNERNUTZUNG IM MONAT" TO FINANZ-ZEILE
                   WRITE FINANZ-ZEILE
                   MOVE "KEINE BANNERNUTZUNG IM MONAT"
                     TO AUFSTELLUNG-ZEILE
                   WRITE AUFSTELLUNG-ZEILE
               END-IF
               MOVE SPACES TO FINANZ-ZEILE
               WRITE FINANZ-ZEILE
               MOVE "GESAMT" TO BAB-FP-ANFORDERER
               MOVE BAB-SG-BANNER TO BAB-FP-BANNER
               MOVE BAB-SG-SEITEN TO BAB-FP-SEITEN
               MOVE BAB-SG-GRUNDBETRAG TO BAB-FP-GRUNDBETRAG
               MOVE BAB-SG-ZUSCHLAG TO BAB-FP-ZUSCHLAG
               MOVE BAB-SG-BETRAG TO BAB-FP-BETRAG
               MOVE BAB-FINANZ-POSTEN TO FINANZ-ZEILE
               WRITE FINANZ-ZEILE
               MOVE BAB-ANFORDERER-ANZAHL TO BAB-FA-ANZAHL
               MOVE BAB-AUSGEWAEHLT TO BAB-FA-SAETZE
               MOVE BAB-OHNE-TARIF TO BAB-FA-OHNE-TARIF
               MOVE BAB-FINANZ-ABSCHLUSS TO FINANZ-ZEILE
               WRITE FINANZ-ZEILE
           END-IF
           CLOSE AUFSTELLUNG-DATEI
           CLOSE FINANZ-DATEI
           .
           EXIT.

      *----------------------------------------------------------------
      * Eingabe der Sortierung: die Nutzungssaetze des Monats. Keine
      * Historie heisst: in diesem Monat wurde nichts gedruckt.
      *----------------------------------------------------------------
       WAEHLE-MONAT-AUS SECTION.
           OPEN INPUT NUTZUNG-DATEI
           IF BAB-NUTZUNG-STATUS = "35"
               DISPLAY "BANABR: BANNUTZ NICHT VORHANDEN"
           ELSE
               IF BAB-NUTZUNG-STATUS NOT = "00"
                   DISPLAY "BANABR: BANNUTZ NICHT LESBAR, STATUS "
                       BAB-NUTZUNG-STATUS
                   SET BAB-LAUF-HAT-FEHLER TO TRUE
               ELSE
                   MOVE "N" TO BAB-DATEI-ENDE
                   PERFORM GIB-NUTZUNG-FREI THRU GIB-NUTZUNG-FREI-EXIT
                       UNTIL BAB-ENDE-ERREICHT
                   CLOSE NUTZUNG-DATEI
               END-IF
           END-IF
           .
           EXIT.

       GIB-NUTZUNG-FREI-VERARBEITUNG SECTION.
       GIB-NUTZUNG-FREI.
           READ NUTZUNG-DATEI INTO NUTZUNGS-SATZ
               AT END
                   SET BAB-ENDE-ERREICHT TO TRUE
                   GO TO GIB-NUTZUNG-FREI-EXIT
           END-READ
           IF NUT-DATUM IS NOT NUMERIC
              OR NUT-DATUM (1:6) NOT = BAB-MONAT-X
               GO TO GIB-NUTZUNG-FREI-EXIT
           END-IF
           ADD 1 TO BAB-AUSGEWAEHLT
           MOVE NUT-ANFORDERER TO SRT-ANFORDERER
           MOVE NUT-DATUM TO SRT-DATUM
           MOVE NUT-UHRZEIT TO SRT-UHRZEIT
           MOVE NUT-BANNER-ART TO SRT-BANNER-ART
           MOVE NUT-PRIORITAET TO SRT-PRIORITAET
           MOVE NUTZUNGS-SATZ TO SRT-INHALT
           RELEASE SORTIER-SATZ
           .
       GIB-NUTZUNG-FREI-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Ausgabe der Sortierung: Gruppenwechsel je Anforderer. Jeder
      * Anforderer bekommt seine Aufstellung und eine Zeile in der
      * Finanzuebersicht.
      *----------------------------------------------------------------
       RECHNE-AB SECTION.
           MOVE "N" TO BAB-DATEI-ENDE
           MOVE LOW-VALUES TO BAB-VORIGER-ANFORDERER
           PERFORM BEWERTE-NUTZUNG THRU BEWERTE-NUTZUNG-EXIT
               UNTIL BAB-ENDE-ERREICHT
           IF BAB-AUFSTELLUNG-OFFEN
               PERFORM BEENDE-AUFSTELLUNG
           END-IF
           .
           EXIT.

       BEWERTE-NUTZUNG-VERARBEITUNG SECTION.
       BEWERTE-NUTZUNG.
           RETURN SORTIER-DATEI
               AT END
                   SET BAB-ENDE-ERREICHT TO TRUE
                   GO TO BEWERTE-NUTZUNG-EXIT
           END-RETURN
           MOVE SRT-INHALT TO NUTZUNGS-SATZ
           IF NUT-ANFORDERER NOT = BAB-VORIGER-ANFORDERER
               IF BAB-AUFSTELLUNG-OFFEN
                   PERFORM BEENDE-AUFSTELLUNG
               END-IF
               PERFORM BEGINNE-AUFSTELLUNG
           END-IF
           MOVE 0 TO BAB-GRUNDBETRAG
           MOVE 0 TO BAB-ZUSCHLAG
           MOVE SPACES TO BAB-PZ-HINWEIS
           MOVE NUT-DATUM TO BAB-SUCH-DATUM
           PERFORM SUCHE-TARIF
           IF BAB-TARIF-FUNDSTELLE = 0
               ADD 1 TO BAB-OHNE-TARIF
               ADD 1 TO BAB-OHNE-TARIF-ANFORDERER
               MOVE "*" TO BAB-PZ-HINWEIS
           ELSE
               COMPUTE BAB-GRUNDBETRAG = NUT-SEITEN
                   * BAB-TA-SEITENPREIS (BAB-TARIF-FUNDSTELLE)
               IF NUT-IST-DRINGEND
                   COMPUTE BAB-ZUSCHLAG ROUNDED = BAB-GRUNDBETRAG
                       * BAB-TA-ZUSCHLAG-PROZENT (BAB-TARIF-FUNDSTELLE)
                       / 100
               END-IF
           END-IF
           COMPUTE BAB-BETRAG = BAB-GRUNDBETRAG + BAB-ZUSCHLAG
           MOVE NUT-DATUM TO BAB-PZ-DATUM
           MOVE NUT-BANNER-ART TO BAB-PZ-BANNER-ART
           MOVE NUT-PRIORITAET TO BAB-PZ-PRIORITAET
           MOVE NUT-BANNER TO BAB-PZ-BANNER
           MOVE NUT-KOPIEN TO BAB-PZ-KOPIEN
           MOVE NUT-SEITEN TO BAB-PZ-SEITEN
           MOVE BAB-GRUNDBETRAG TO BAB-PZ-GRUNDBETRAG
           MOVE BAB-ZUSCHLAG TO BAB-PZ-ZUSCHLAG
           MOVE BAB-BETRAG TO BAB-PZ-BETRAG
           MOVE BAB-POSTEN-ZEILE TO AUFSTELLUNG-ZEILE
           WRITE AUFSTELLUNG-ZEILE
           ADD NUT-BANNER TO BAB-SA-BANNER
           ADD NUT-KOPIEN TO BAB-SA-KOPIEN
           ADD NUT-SEITEN TO BAB-SA-SEITEN
           ADD BAB-GRUNDBETRAG TO BAB-SA-GRUNDBETRAG
           ADD BAB-ZUSCHLAG TO BAB-SA-ZUSCHLAG
           ADD BAB-BETRAG TO BAB-SA-BETRAG
           .
       BEWERTE-NUTZUNG-EXIT.
           EXIT.

       BEGINNE-AUFSTELLUNG SECTION.
           MOVE NUT-ANFORDERER TO BAB-VORIGER-ANFORDERER
           SET BAB-AUFSTELLUNG-OFFEN TO TRUE
           ADD 1 TO BAB-ANFORDERER-ANZAHL
           INITIALIZE BAB-SUMMEN-ANFORDERER
           MOVE 0 TO BAB-OHNE-TARIF-ANFORDERER
           MOVE BAB-AUFSTELLUNG-KOPF-1 TO AUFSTELLUNG-ZEILE
           WRITE AUFSTELLUNG-ZEILE
           MOVE NUT-ANFORDERER TO BAB-AK-ANFORDERER
           MOVE BAB-AUFSTELLUNG-KOPF-2 TO AUFSTELLUNG-ZEILE
           WRITE AUFSTELLUNG-ZEILE
           MOVE SPACES TO AUFSTELLUNG-ZEILE
           WRITE AUFSTELLUNG-ZEILE
           MOVE BAB-AUFSTELLUNG-KOPF-3 TO AUFSTELLUNG-ZEILE
           WRITE AUFSTELLUNG-ZEILE
           .
           EXIT.

       BEENDE-AUFSTELLUNG SECTION.
           MOVE BAB-SA-BANNER TO BAB-SZ-BANNER
           MOVE BAB-SA-KOPIEN TO BAB-SZ-KOPIEN
           MOVE BAB-SA-SEITEN TO BAB-SZ-SEITEN
           MOVE BAB-SA-GRUNDBETRAG TO BAB-SZ-GRUNDBETRAG
           MOVE BAB-SA-ZUSCHLAG TO BAB-SZ-ZUSCHLAG
           MOVE BAB-SA-BETRAG TO BAB-SZ-BETRAG
           MOVE BAB-SUMMEN-ZEILE TO AUFSTELLUNG-ZEILE
           WRITE AUFSTELLUNG-ZEILE
           IF BAB-OHNE-TARIF-ANFORDERER > 0
               MOVE BAB-LEGENDE-ZEILE TO AUFSTELLUNG-ZEILE
               WRITE AUFSTELLUNG-ZEILE
           END-IF
           MOVE SPACES TO AUFSTELLUNG-ZEILE
           WRITE AUFSTELLUNG-ZEILE
           WRITE AUFSTELLUNG-ZEILE
           MOVE BAB-VORIGER-ANFORDERER TO BAB-FP-ANFORDERER
           MOVE BAB-SA-BANNER TO BAB-FP-BANNER
           MOVE BAB-SA-SEITEN TO BAB-FP-SEITEN
           MOVE BAB-SA-GRUNDBETRAG TO BAB-FP-GRUNDBETRAG
           MOVE BAB-SA-ZUSCHLAG TO BAB-FP-ZUSCHLAG
           MOVE BAB-SA-BETRAG TO BAB-FP-BETRAG
           MOVE BAB-FINANZ-POSTEN TO FINANZ-ZEILE
           WRITE FINANZ-ZEILE
           ADD BAB-SA-BANNER TO BAB-SG-BANNER
           ADD BAB-SA-KOPIEN TO BAB-SG-KOPIEN
           ADD BAB-SA-SEITEN TO BAB-SG-SEITEN
           ADD BAB-SA-GRUNDBETRAG TO BAB-SG-GRUNDBETRAG
           ADD BAB-SA-ZUSCHLAG TO BAB-SG-ZUSCHLAG
           ADD BAB-SA-BETRAG TO BAB-SG-BETRAG
           MOVE "N" TO BAB-AUFSTELLUNG-KZ
           .
           EXIT.

       END PROGRAM BANABR.
