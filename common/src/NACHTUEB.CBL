       IDENTIFICATION DIVISION.
       PROGRAM-ID. NACHTUEB.
      * Uebergabebericht fuer die Fruehschicht: liest die Ausgaben
      * der Nachtverarbeitung (NACHTLOG, DIALAUF, HOEHEEDT,
      * BANMANIF, TTTARCEX, TTTSHLST, REGRRPT und OPSSUMR) und
      * fasst sie auf einer Seite NACHTBER zusammen, statt dass die
      * Schicht jede Datei einzeln oeffnet. Oben stehen die Punkte,
      * die etwas zu tun geben (Schritt mit Ruecklieferungscode
      * groesser 0, uebersprungen oder unbekannt, abgebrochener
      * Bannerlauf, abgewiesene Auftraege, Abweichungen im
      * Archivabgleich, fehlgeschlagene Regressionsszenarien,
      * Dateivorfaelle der Nacht, fehlende oder veraltete Berichte);
      * darunter je Schritt Urteil und Ruecklieferungscode und je
      * Bericht die Kennzahlen mit den ersten Einzelfaellen.
      * Als letzter Lauf in NACHTLOG gilt alles ab dem Satz, dessen
      * Schritt im laufenden Lauf schon einmal vorkam; NACHTLOG wird
      * Nacht fuer Nacht fortgeschrieben. OPSSUMR fuehrt nur Tage,
      * deshalb zaehlt als naechtlicher Vorfall jede Gruppe, deren
      * letzter Vorfall am Nachtdatum oder spaeter liegt.
      * Ruecklieferungscode 4, wenn etwas zu erledigen ist, 8, wenn
      * der Bericht nicht geschrieben werden kann.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NACHTLOG-DATEI ASSIGN TO "NACHTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NUB-LOG-STATUS.

           SELECT LAUF-DATEI ASSIGN TO "DIALAUF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NUB-LAUF-STATUS.

           SELECT PRUEF-DATEI ASSIGN TO "HOEHEEDT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NUB-PRUEF-STATUS.

           SELECT MANIFEST-DATEI ASSIGN TO "BANMANIF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NUB-MANIFEST-STATUS.

           SELECT AUSNAHME-DATEI ASSIGN TO "TTTARCEX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NUB-AUSNAHME-STATUS.

           SELECT LISTE-DATEI ASSIGN TO "TTTSHLST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NUB-LISTE-STATUS.

           SELECT REGRESSION-DATEI ASSIGN TO "REGRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NUB-REGR-STATUS.

           SELECT VORFALL-DATEI ASSIGN TO "OPSSUMR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NUB-VORFALL-STATUS.

           SELECT BERICHT-DATEI ASSIGN TO "NACHTBER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NUB-BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Satzbilder wie in NACHTLF und DIABATCH.
       FD  NACHTLOG-DATEI.
       01  NACHTLOG-SATZ.
           05 NLG-DATUM PIC 9(08).
           05 FILLER PIC X(01).
           05 NLG-BEGINN PIC 9(06).
           05 FILLER PIC X(01).
           05 NLG-ENDE PIC 9(06).
           05 FILLER PIC X(01).
           05 NLG-SCHRITT PIC X(08).
           05 FILLER PIC X(01).
           05 NLG-URTEIL PIC X(12).
           05 NLG-RC-TEXT PIC X(04).
           05 NLG-RC PIC 9(03).

       FD  LAUF-DATEI.
       01  LAUF-SATZ.
           05 LAUF-DATUM PIC 9(08).
           05 FILLER PIC X(01).
           05 LAUF-UHRZEIT PIC 9(06).
           05 FILLER PIC X(01).
           05 LAUF-GELESEN PIC 9(06).
           05 FILLER PIC X(01).
           05 LAUF-GEZEICHNET PIC 9(06).
           05 FILLER PIC X(01).
           05 LAUF-UEBERSPRUNGEN PIC 9(06).
           05 FILLER PIC X(01).
           05 LAUF-VORGETRAGEN PIC 9(06).
           05 FILLER PIC X(01).
           05 LAUF-ENDE-ART PIC X(10).

      * Zeilen des DIABATCH-Pruefberichts: Kopf, je Abweisung
      * Satznummer mit Grund und das Satzbild, Summenzeile.
       FD  PRUEF-DATEI.
       01  PRUEF-ZEILE PIC X(80).
       01  PRUEF-KOPF-ZEILE.
           05 PKZ-TEXT PIC X(33).
           05 PKZ-DATUM PIC 9(08).
           05 FILLER PIC X(39).
       01  PRUEF-FEHLER-ZEILE.
           05 PFZ-KENNUNG PIC X(05).
           05 PFZ-SATZ-NR PIC ZZZZZ9.
           05 FILLER PIC X(08).
           05 PFZ-GRUND PIC X(30).
           05 FILLER PIC X(31).
       01  PRUEF-INHALT-ZEILE.
           05 PIZ-KENNUNG PIC X(09).
           05 PIZ-ANFORDERER PIC X(20).
           05 FILLER PIC X(51).
       01  PRUEF-SUMMEN-ZEILE.
           05 PSZ-KENNUNG PIC X(08).
           05 PSZ-GELESEN PIC ZZZZZ9.
           05 FILLER PIC X(07).
           05 PSZ-GUTE PIC ZZZZZ9.
           05 FILLER PIC X(13).
           05 PSZ-ABGEWIESEN PIC ZZZZZ9.
           05 FILLER PIC X(34).

       FD  MANIFEST-DATEI.
       01  MANIFEST-SATZ.
           05 MAN-ANFORDERER PIC X(20).
           05 FILLER PIC X(01).
           05 MAN-BANNER PIC 9(04).
           05 FILLER PIC X(01).
           05 MAN-SEITEN PIC 9(05).

      * Zeilen des TTTARCH-Ausnahmeberichts.
       FD  AUSNAHME-DATEI.
       01  AUSNAHME-ZEILE PIC X(80).
       01  AUSNAHME-KOPF-ZEILE.
           05 AKZ-TEXT PIC X(35).
           05 AKZ-DATUM PIC 9(08).
           05 FILLER PIC X(37).
       01  AUSNAHME-SUMMEN-ZEILE.
           05 ASZ-KENNUNG PIC X(07).
           05 ASZ-ZEILEN PIC ZZZZZ9.
           05 FILLER PIC X(09).
           05 ASZ-SPIELE PIC ZZ9.
           05 FILLER PIC X(15).
           05 ASZ-ABWEICHUNGEN PIC ZZZ9.
           05 FILLER PIC X(18).
           05 ASZ-OHNE PIC ZZZ9.
           05 FILLER PIC X(14).

      * Zeilen der TTTSHHK-Liste der gemeinsamen Spiele.
       FD  LISTE-DATEI.
       01  LISTE-ZEILE PIC X(80).
       01  LISTE-KOPF-ZEILE.
           05 LKZ-TEXT PIC X(31).
           05 LKZ-DATUM PIC 9(08).
           05 FILLER PIC X(41).
       01  LISTE-SUMMEN-ZEILE.
           05 LSZ-KENNUNG PIC X(08).
           05 LSZ-GELESEN PIC ZZZZZ9.
           05 FILLER PIC X(18).
           05 LSZ-FERTIG PIC ZZZZZ9.
           05 FILLER PIC X(18).
           05 LSZ-ALT PIC ZZZZZ9.
           05 FILLER PIC X(09).
           05 LSZ-AKTIV PIC ZZZZZ9.
           05 FILLER PIC X(03).

      * Zeilen des REGRRUN-Regressionsberichts.
       FD  REGRESSION-DATEI.
       01  REGRESSION-ZEILE PIC X(100).
       01  REGRESSION-ERGEBNIS-ZEILE.
           05 REZ-KENNUNG PIC X(09).
           05 REZ-PROGRAMM PIC X(08).
           05 FILLER PIC X(01).
           05 REZ-NR PIC 9(03).
           05 FILLER PIC X(01).
           05 REZ-URTEIL PIC X(07).
           05 FILLER PIC X(01).
           05 REZ-BESCHREIBUNG PIC X(40).
           05 FILLER PIC X(30).
       01  REGRESSION-SUMMEN-ZEILE.
           05 RSZ-KENNUNG PIC X(10).
           05 RSZ-GELESEN PIC ZZZ9.
           05 FILLER PIC X(12).
           05 RSZ-BESTANDEN PIC ZZZ9.
           05 FILLER PIC X(17).
           05 RSZ-FEHLGESCHLAGEN PIC ZZZ9.
           05 FILLER PIC X(49).

      * Zeilen der OPSAUSW-Vorfallsuebersicht.
       FD  VORFALL-DATEI.
       01  VORFALL-ZEILE PIC X(80).
       01  VORFALL-KOPF-ZEILE.
           05 VKZ-TEXT PIC X(34).
           05 VKZ-DATUM PIC 9(08).
           05 FILLER PIC X(38).
       01  VORFALL-GRUPPEN-ZEILE.
           05 VGZ-PROGRAMM PIC X(08).
           05 VGZ-TRENNER-1 PIC X(01).
           05 VGZ-DATEI PIC X(08).
           05 FILLER PIC X(01).
           05 VGZ-STATUS PIC XX.
           05 FILLER PIC X(01).
           05 VGZ-ANZAHL PIC ZZZZ9.
           05 FILLER PIC X(02).
           05 VGZ-ERSTES PIC X(08).
           05 FILLER PIC X(01).
           05 VGZ-LETZTES PIC X(08).
           05 VGZ-LETZTES-N REDEFINES VGZ-LETZTES PIC 9(08).
           05 FILLER PIC X(01).
           05 VGZ-HINWEIS PIC X(14).
           05 FILLER PIC X(20).

       FD  BERICHT-DATEI.
       01  BERICHT-ZEILE PIC X(80).

       WORKING-STORAGE SECTION.
       01  NUB-LOG-STATUS PIC XX.
       01  NUB-LAUF-STATUS PIC XX.
       01  NUB-PRUEF-STATUS PIC XX.
       01  NUB-MANIFEST-STATUS PIC XX.
       01  NUB-AUSNAHME-STATUS PIC XX.
       01  NUB-LISTE-STATUS PIC XX.
       01  NUB-REGR-STATUS PIC XX.
       01  NUB-VORFALL-STATUS PIC XX.
       01  NUB-BERICHT-STATUS PIC XX.

       01  NUB-SCHALTER.
           05 NUB-DATEI-ENDE PIC X(01) VALUE "N".
             88 NUB-ENDE-ERREICHT VALUE "J".
           05 NUB-PRUEF-ABBRUCH PIC X(01) VALUE "N".
             88 NUB-PRUEFLAUF-ABGEBROCHEN VALUE "J".
           05 NUB-OPS-UNVOLLST PIC X(01) VALUE "N".
             88 NUB-OPS-IST-UNVOLLSTAENDIG VALUE "J".

      * Je Eingabedatei: konnte sie gelesen werden?
       01  NUB-VORHANDEN.
           05 NUB-VH-NACHTLOG PIC X(01) VALUE "N".
             88 NUB-NACHTLOG-DA VALUE "J".
           05 NUB-VH-LAUF PIC X(01) VALUE "N".
             88 NUB-LAUF-DA VALUE "J".
           05 NUB-VH-PRUEF PIC X(01) VALUE "N".
             88 NUB-PRUEF-DA VALUE "J".
           05 NUB-VH-MANIFEST PIC X(01) VALUE "N".
             88 NUB-MANIFEST-DA VALUE "J".
           05 NUB-VH-AUSNAHME PIC X(01) VALUE "N".
             88 NUB-AUSNAHME-DA VALUE "J".
           05 NUB-VH-LISTE PIC X(01) VALUE "N".
             88 NUB-LISTE-DA VALUE "J".
           05 NUB-VH-REGR PIC X(01) VALUE "N".
             88 NUB-REGR-DA VALUE "J".
           05 NUB-VH-VORFALL PIC X(01) VALUE "N".
             88 NUB-VORFALL-DA VALUE "J".

       01  NUB-AKTUELLES-DATUM PIC X(21).
       01  NUB-HEUTE-DATUM PIC 9(08).
       01  NUB-NACHT-DATUM PIC 9(08) VALUE 0.
       01  NUB-NACHT-BEGINN PIC 9(06) VALUE 0.
       01  NUB-TAGE-ALT PIC S9(07).

      * Schritte des letzten Nachtlaufs aus NACHTLOG.
       01  NUB-MAX-SCHRITTE PIC 9(02) VALUE 20.
       01  NUB-ANZAHL-SCHRITTE PIC 9(02) VALUE 0.
       01  NUB-SCHRITT-TABELLE.
           05 NUB-SCHRITT OCCURS 20.
               10 NUB-SC-NAME PIC X(08).
               10 NUB-SC-URTEIL PIC X(12).
               10 NUB-SC-RC PIC 9(03).
               10 NUB-SC-BEGINN PIC 9(06).
               10 NUB-SC-ENDE PIC 9(06).
       01  NUB-I PIC 9(02).
       01  NUB-FUNDSTELLE PIC 9(02).
       01  NUB-SUCH-SCHRITT PIC X(08).

      * Punkte, die etwas zu tun geben; auf der Seite stehen
      * hoechstens zwoelf, der Rest wird nur gezaehlt.
       01  NUB-MAX-AUFGABEN PIC 9(02) VALUE 12.
       01  NUB-ANZAHL-AUFGABEN PIC 9(03) VALUE 0.
       01  NUB-AUFGABEN-TABELLE.
           05 NUB-AUFGABE OCCURS 12 PIC X(72).
       01  NUB-AUFGABE-TEXT PIC X(72).
       01  NUB-A PIC 9(02).
       01  NUB-ZAHL-ANZEIGE PIC ZZZZZ9.

      * Bannerlauf: letzter DIALAUF-Satz, Summen aus BANMANIF.
       01  NUB-LAUF-DATUM PIC 9(08) VALUE 0.
       01  NUB-LAUF-GELESEN PIC 9(06) VALUE 0.
       01  NUB-LAUF-GEZEICHNET PIC 9(06) VALUE 0.
       01  NUB-LAUF-UEBERSPRUNGEN PIC 9(06) VALUE 0.
       01  NUB-LAUF-VORGETRAGEN PIC 9(06) VALUE 0.
       01  NUB-LAUF-ENDE-ART PIC X(10) VALUE SPACES.
       01  NUB-BUENDEL PIC 9(04) VALUE 0.
       01  NUB-BUENDEL-BANNER PIC 9(06) VALUE 0.
       01  NUB-BUENDEL-SEITEN PIC 9(07) VALUE 0.

      * Pruefbericht: Summe der Abweisungen, die ersten fuenf mit
      * Anforderer und Grund.
       01  NUB-PRUEF-DATUM PIC 9(08) VALUE 0.
       01  NUB-ABGEWIESEN PIC 9(06) VALUE 0.
       01  NUB-ABW-GEZAEHLT PIC 9(06) VALUE 0.
       01  NUB-ABW-TABELLE.
           05 NUB-ABW OCCURS 5.
               10 NUB-AB-SATZ-NR PIC 9(06).
               10 NUB-AB-ANFORDERER PIC X(20).
               10 NUB-AB-GRUND PIC X(30).

       01  NUB-ARC-DATUM PIC 9(08) VALUE 0.
       01  NUB-ARC-SPIELE PIC 9(03) VALUE 0.
       01  NUB-ARC-ABWEICHUNGEN PIC 9(04) VALUE 0.
       01  NUB-ARC-OHNE PIC 9(04) VALUE 0.

       01  NUB-SHK-DATUM PIC 9(08) VALUE 0.
       01  NUB-SHK-AKTIV PIC 9(06) VALUE 0.
       01  NUB-SHK-GELOESCHT PIC 9(06) VALUE 0.
       01  NUB-SHK-TEILSUMME PIC 9(06).

      * Regression: Summen, die ersten fuenf fehlgeschlagenen.
       01  NUB-RGR-SZENARIEN PIC 9(04) VALUE 0.
       01  NUB-RGR-BESTANDEN PIC 9(04) VALUE 0.
       01  NUB-RGR-FEHLGESCHLAGEN PIC 9(04) VALUE 0.
       01  NUB-RGR-GEZAEHLT PIC 9(04) VALUE 0.
       01  NUB-RGR-TABELLE.
           05 NUB-RGR OCCURS 5.
               10 NUB-RG-PROGRAMM PIC X(08).
               10 NUB-RG-NR PIC 9(03).
               10 NUB-RG-BESCHREIBUNG PIC X(40).

      * Vorfallsuebersicht: Gruppen mit Vorfall seit Nachtbeginn.
       01  NUB-OPS-DATUM PIC 9(08) VALUE 0.
       01  NUB-OPS-GRUPPEN PIC 9(04) VALUE 0.
       01  NUB-OPS-TABELLE.
           05 NUB-OPS OCCURS 5.
               10 NUB-OP-PROGRAMM PIC X(08).
               10 NUB-OP-DATEI PIC X(08).
               10 NUB-OP-STATUS PIC XX.
               10 NUB-OP-ANZAHL PIC 9(05).
               10 NUB-OP-HINWEIS PIC X(14).

      * Pruefung, ob ein Bericht aus dieser Nacht stammt.
       01  NUB-PRF-SCHRITT PIC X(08).
       01  NUB-PRF-DATEI PIC X(08).
       01  NUB-PRF-DATUM PIC 9(08).
       01  NUB-PRF-STATUS PIC XX.

       01  NUB-KOPF-ZEILE.
           05 FILLER PIC X(33)
              VALUE "NACHTUEB UEBERGABE NACHTLAUF VOM ".
           05 NUB-KZ-NACHT PIC 9(08).
           05 FILLER PIC X(08) VALUE " BEGINN ".
           05 NUB-KZ-BEGINN PIC 9(06).
           05 FILLER PIC X(11) VALUE ", ERSTELLT ".
           05 NUB-KZ-HEUTE PIC 9(08).
       01  NUB-AUFGABEN-ZEILE.
           05 FILLER PIC X(04) VALUE "  * ".
           05 NUB-AZ-TEXT PIC X(72).
       01  NUB-SCHRITT-KOPF.
           05 FILLER PIC X(80) VALUE
              "SCHRITT  URTEIL        RC BEGINN ENDE".
       01  NUB-SCHRITT-ZEILE.
           05 NUB-SZ-NAME PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NUB-SZ-URTEIL PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NUB-SZ-RC PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 NUB-SZ-BEGINN PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NUB-SZ-ENDE PIC 9(06).
       01  NUB-BANNER-ZEILE-1.
           05 FILLER PIC X(11) VALUE "BANNERLAUF ".
           05 NUB-BZ-DATUM PIC 9(08).
           05 FILLER PIC X(09) VALUE " GELESEN ".
           05 NUB-BZ-GELESEN PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE ", GEZEICHNET".
           05 FILLER PIC X(01) VALUE SPACE.
           05 NUB-BZ-GEZEICHNET PIC ZZZZZ9.
           05 FILLER PIC X(07) VALUE ", ENDE ".
           05 NUB-BZ-ENDE-ART PIC X(10).
       01  NUB-BANNER-ZEILE-2.
           05 FILLER PIC X(14) VALUE "  VORGETRAGEN ".
           05 NUB-BZ-VORGETRAGEN PIC ZZZZZ9.
           05 FILLER PIC X(16) VALUE ", UEBERSPRUNGEN ".
           05 NUB-BZ-UEBERSPRUNGEN PIC ZZZZZ9.
           05 FILLER PIC X(10) VALUE ", BUENDEL ".
           05 NUB-BZ-BUENDEL PIC ZZZ9.
           05 FILLER PIC X(09) VALUE ", SEITEN ".
           05 NUB-BZ-SEITEN PIC ZZZZZZ9.
       01  NUB-ABGEWIESEN-ZEILE.
           05 FILLER PIC X(22) VALUE "ABGEWIESENE AUFTRAEGE ".
           05 NUB-AGZ-ANZAHL PIC ZZZZZ9.
           05 FILLER PIC X(08) VALUE ", STAND ".
           05 NUB-AGZ-DATUM PIC 9(08).
       01  NUB-ABWEISUNG-ZEILE.
           05 FILLER PIC X(07) VALUE "  SATZ ".
           05 NUB-AWZ-SATZ-NR PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 NUB-AWZ-ANFORDERER PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NUB-AWZ-GRUND PIC X(30).
       01  NUB-ARCHIV-ZEILE.
           05 FILLER PIC X(18) VALUE "ARCHIVLAUF SPIELE ".
           05 NUB-ARZ-SPIELE PIC ZZ9.
           05 FILLER PIC X(15) VALUE ", ABWEICHUNGEN ".
           05 NUB-ARZ-ABWEICHUNGEN PIC ZZZ9.
           05 FILLER PIC X(16) VALUE ", OHNE ERGEBNIS ".
           05 NUB-ARZ-OHNE PIC ZZZ9.
           05 FILLER PIC X(08) VALUE ", STAND ".
           05 NUB-ARZ-DATUM PIC 9(08).
       01  NUB-GEMEINSAM-ZEILE.
           05 FILLER PIC X(24) VALUE "GEMEINSAME SPIELE AKTIV ".
           05 NUB-GMZ-AKTIV PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE ", GELOESCHT ".
           05 NUB-GMZ-GELOESCHT PIC ZZZZZ9.
           05 FILLER PIC X(08) VALUE ", STAND ".
           05 NUB-GMZ-DATUM PIC 9(08).
       01  NUB-REGRESSION-ZEILE.
           05 FILLER PIC X(21) VALUE "REGRESSION SZENARIEN ".
           05 NUB-RZ-SZENARIEN PIC ZZZ9.
           05 FILLER PIC X(12) VALUE ", BESTANDEN ".
           05 NUB-RZ-BESTANDEN PIC ZZZ9.
           05 FILLER PIC X(17) VALUE ", FEHLGESCHLAGEN ".
           05 NUB-RZ-FEHLGESCHLAGEN PIC ZZZ9.
       01  NUB-SZENARIO-ZEILE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 NUB-SNZ-PROGRAMM PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NUB-SNZ-NR PIC 9(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NUB-SNZ-BESCHREIBUNG PIC X(40).
       01  NUB-VORFALL-KOPF.
           05 FILLER PIC X(20) VALUE "DATEIVORFAELLE SEIT ".
           05 NUB-VFK-NACHT PIC 9(08).
           05 FILLER PIC X(02) VALUE ": ".
           05 NUB-VFK-GRUPPEN PIC ZZZ9.
           05 FILLER PIC X(25) VALUE " GRUPPEN, UEBERSICHT VOM ".
           05 NUB-VFK-DATUM PIC 9(08).
       01  NUB-VORFALL-AUSGABE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 NUB-VFZ-PROGRAMM PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NUB-VFZ-DATEI PIC X(08).
           05 FILLER PIC X(04) VALUE " ST ".
           05 NUB-VFZ-STATUS PIC XX.
           05 FILLER PIC X(08) VALUE " ANZAHL ".
           05 NUB-VFZ-ANZAHL PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 NUB-VFZ-HINWEIS PIC X(14).
       01  NUB-WEITERE-ZEILE.
           05 FILLER PIC X(10) VALUE "  ... UND ".
           05 NUB-WZ-ANZAHL PIC ZZZZZ9.
           05 FILLER PIC X(08) VALUE " WEITERE".
       01  NUB-ABNAHME-ZEILE.
           05 FILLER PIC X(37)
              VALUE "NACHT ABGENOMMEN VON ________________".
           05 FILLER PIC X(22) VALUE "____ UM ______ UHR".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO NUB-AKTUELLES-DATUM
           MOVE NUB-AKTUELLES-DATUM (1:8) TO NUB-HEUTE-DATUM
           PERFORM LIES-NACHTLOG
           PERFORM BEWERTE-SCHRITTE
           PERFORM LIES-BANNERLAUF
           PERFORM LIES-PRUEFBERICHT
           PERFORM LIES-VERTEILLISTE
           PERFORM LIES-AUSNAHMEBERICHT
           PERFORM LIES-SPIELLISTE
           PERFORM LIES-REGRESSIONSBERICHT
           PERFORM LIES-VORFALLSUEBERSICHT
           PERFORM SCHREIBE-BERICHT
           DISPLAY "NACHTUEB: NACHTLAUF VOM " NUB-NACHT-DATUM ", "
               NUB-ANZAHL-SCHRITTE " SCHRITTE, "
               NUB-ANZAHL-AUFGABEN " PUNKTE ZU ERLEDIGEN"
           IF NUB-BERICHT-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NUB-ANZAHL-AUFGABEN > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------
      * Einen Punkt fuer den Kopf der Seite vormerken.
      *----------------------------------------------------------------
       MERKE-AUFGABE SECTION.
           ADD 1 TO NUB-ANZAHL-AUFGABEN
           IF NUB-ANZAHL-AUFGABEN NOT > NUB-MAX-AUFGABEN
               MOVE NUB-AUFGABE-TEXT
                 TO NUB-AUFGABE (NUB-ANZAHL-AUFGABEN)
           END-IF
           .
           EXIT.

       MERKE-DATEI-FEHLT SECTION.
           MOVE SPACES TO NUB-AUFGABE-TEXT
           STRING "DATEI " NUB-PRF-DATEI
               " NICHT LESBAR, STATUS " NUB-PRF-STATUS
               DELIMITED BY SIZE
               INTO NUB-AUFGABE-TEXT
           PERFORM MERKE-AUFGABE
           .
           EXIT.

      *----------------------------------------------------------------
      * Stammt der Bericht eines ausgefuehrten Schritts aus einer
      * frueheren Nacht, hat der Schritt ihn nicht neu geschrieben.
      *----------------------------------------------------------------
       PRUEFE-STAND SECTION.
           MOVE NUB-PRF-SCHRITT TO NUB-SUCH-SCHRITT
           PERFORM SUCHE-SCHRITT
           IF NUB-FUNDSTELLE NOT = 0
               IF NUB-SC-URTEIL (NUB-FUNDSTELLE) = "AUSGEFUEHRT"
                  AND NUB-PRF-DATUM < NUB-NACHT-DATUM
                   MOVE SPACES TO NUB-AUFGABE-TEXT
                   STRING "BERICHT " NUB-PRF-DATEI " VOM "
                       NUB-PRF-DATUM ", NICHT AUS DIESER NACHT"
                       DELIMITED BY SIZE
                       INTO NUB-AUFGABE-TEXT
                   PERFORM MERKE-AUFGABE
               END-IF
           END-IF
           .
           EXIT.

       SUCHE-SCHRITT SECTION.
           MOVE 0 TO NUB-FUNDSTELLE
           PERFORM SUCHE-SCHRITT-PLATZ THRU SUCHE-SCHRITT-PLATZ-EXIT
               VARYING NUB-I FROM 1 BY 1
               UNTIL NUB-I > NUB-ANZAHL-SCHRITTE
                  OR NUB-FUNDSTELLE NOT = 0
           .
           EXIT.

       SUCHE-SCHRITT-PLATZ-VERARBEITUNG SECTION.
       SUCHE-SCHRITT-PLATZ.
           IF NUB-SC-NAME (NUB-I) = NUB-SUCH-SCHRITT
               MOVE NUB-I TO NUB-FUNDSTELLE
           END-IF
           .
       SUCHE-SCHRITT-PLATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * NACHTLOG: ein Schritt, der im laufenden Lauf schon vorkam,
      * eroeffnet den naechsten Lauf; am Dateiende steht damit der
      * letzte Nachtlauf in der Tabelle.
      *----------------------------------------------------------------
       LIES-NACHTLOG SECTION.
           OPEN INPUT NACHTLOG-DATEI
           IF NUB-LOG-STATUS NOT = "00"
               MOVE "NACHTLOG" TO NUB-PRF-DATEI
               MOVE NUB-LOG-STATUS TO NUB-PRF-STATUS
               PERFORM MERKE-DATEI-FEHLT
           ELSE
               SET NUB-NACHTLOG-DA TO TRUE
               MOVE "N" TO NUB-DATEI-ENDE
               PERFORM UEBERNIMM-LOG-SATZ THRU UEBERNIMM-LOG-SATZ-EXIT
                   UNTIL NUB-ENDE-ERREICHT
               CLOSE NACHTLOG-DATEI
           END-IF
           .
           EXIT.

       UEBERNIMM-LOG-SATZ-VERARBEITUNG SECTION.
       UEBERNIMM-LOG-SATZ.
           READ NACHTLOG-DATEI
               AT END
                   SET NUB-ENDE-ERREICHT TO TRUE
                   GO TO UEBERNIMM-LOG-SATZ-EXIT
           END-READ
           MOVE NLG-SCHRITT TO NUB-SUCH-SCHRITT
           PERFORM SUCHE-SCHRITT
           IF NUB-FUNDSTELLE NOT = 0
              OR NUB-ANZAHL-SCHRITTE NOT < NUB-MAX-SCHRITTE
               MOVE 0 TO NUB-ANZAHL-SCHRITTE
           END-IF
           IF NUB-ANZAHL-SCHRITTE = 0
               MOVE NLG-DATUM TO NUB-NACHT-DATUM
               MOVE NLG-BEGINN TO NUB-NACHT-BEGINN
           END-IF
           ADD 1 TO NUB-ANZAHL-SCHRITTE
           MOVE NLG-SCHRITT TO NUB-SC-NAME (NUB-ANZAHL-SCHRITTE)
           MOVE NLG-URTEIL TO NUB-SC-URTEIL (NUB-ANZAHL-SCHRITTE)
           MOVE NLG-BEGINN TO NUB-SC-BEGINN (NUB-ANZAHL-SCHRITTE)
           MOVE NLG-ENDE TO NUB-SC-ENDE (NUB-ANZAHL-SCHRITTE)
           IF NLG-RC IS NUMERIC
               MOVE NLG-RC TO NUB-SC-RC (NUB-ANZAHL-SCHRITTE)
           ELSE
               MOVE 0 TO NUB-SC-RC (NUB-ANZAHL-SCHRITTE)
           END-IF
           .
       UEBERNIMM-LOG-SATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Jeder Schritt mit Ruecklieferungscode groesser 0 und jeder
      * uebersprungene oder unbekannte Schritt ist ein Punkt; ein
      * bewusst abgewaehlter Schritt nicht. Liegt der letzte
      * Nachtlauf mehr als einen Tag zurueck, hat die Nacht nicht
      * stattgefunden.
      *----------------------------------------------------------------
       BEWERTE-SCHRITTE SECTION.
           IF NUB-NACHTLOG-DA
               IF NUB-ANZAHL-SCHRITTE = 0
                   MOVE "NACHTLOG OHNE EINTRAG - KEIN NACHTLAUF"
                     TO NUB-AUFGABE-TEXT
                   PERFORM MERKE-AUFGABE
               ELSE
                   COMPUTE NUB-TAGE-ALT =
                       FUNCTION INTEGER-OF-DATE (NUB-HEUTE-DATUM)
                     - FUNCTION INTEGER-OF-DATE (NUB-NACHT-DATUM)
                   IF NUB-TAGE-ALT > 1
                       MOVE SPACES TO NUB-AUFGABE-TEXT
                       STRING "LETZTER NACHTLAUF VOM "
                           NUB-NACHT-DATUM
                           " - NACHTLF IST NICHT GELAUFEN"
                           DELIMITED BY SIZE
                           INTO NUB-AUFGABE-TEXT
                       PERFORM MERKE-AUFGABE
                   END-IF
                   PERFORM BEWERTE-EINEN-SCHRITT
                       THRU BEWERTE-EINEN-SCHRITT-EXIT
                       VARYING NUB-I FROM 1 BY 1
                       UNTIL NUB-I > NUB-ANZAHL-SCHRITTE
               END-IF
           END-IF
           IF NUB-NACHT-DATUM = 0
               MOVE NUB-HEUTE-DATUM TO NUB-NACHT-DATUM
           END-IF
           .
           EXIT.

       BEWERTE-EINEN-SCHRITT-VERARBEITUNG SECTION.
       BEWERTE-EINEN-SCHRITT.
           IF NUB-SC-URTEIL (NUB-I) = "ABGEWAEHLT"
               GO TO BEWERTE-EINEN-SCHRITT-EXIT
           END-IF
           IF NUB-SC-RC (NUB-I) > 0
              OR NUB-SC-URTEIL (NUB-I) NOT = "AUSGEFUEHRT"
               MOVE SPACES TO NUB-AUFGABE-TEXT
               STRING "SCHRITT " NUB-SC-NAME (NUB-I) " "
                   NUB-SC-URTEIL (NUB-I) " RC " NUB-SC-RC (NUB-I)
                   DELIMITED BY SIZE
                   INTO NUB-AUFGABE-TEXT
               PERFORM MERKE-AUFGABE
           END-IF
           .
       BEWERTE-EINEN-SCHRITT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * DIALAUF wird je Lauf fortgeschrieben: der letzte Satz gilt.
      *----------------------------------------------------------------
       LIES-BANNERLAUF SECTION.
           OPEN INPUT LAUF-DATEI
           IF NUB-LAUF-STATUS NOT = "00"
               MOVE "DIALAUF" TO NUB-PRF-DATEI
               MOVE NUB-LAUF-STATUS TO NUB-PRF-STATUS
               PERFORM MERKE-DATEI-FEHLT
               GO TO LIES-BANNERLAUF-ENDE
           END-IF
           SET NUB-LAUF-DA TO TRUE
           MOVE "N" TO NUB-DATEI-ENDE
           PERFORM UEBERNIMM-LAUF-SATZ THRU UEBERNIMM-LAUF-SATZ-EXIT
               UNTIL NUB-ENDE-ERREICHT
           CLOSE LAUF-DATEI
           IF NUB-LAUF-ENDE-ART = "ABBRUCH"
               MOVE SPACES TO NUB-AUFGABE-TEXT
               STRING "BANNERLAUF VOM " NUB-LAUF-DATUM
                   " ABGEBROCHEN - NEUSTART DIABATCH"
                   DELIMITED BY SIZE
                   INTO NUB-AUFGABE-TEXT
               PERFORM MERKE-AUFGABE
           END-IF
           MOVE "DIABATCH" TO NUB-PRF-SCHRITT
           MOVE "DIALAUF" TO NUB-PRF-DATEI
           MOVE NUB-LAUF-DATUM TO NUB-PRF-DATUM
           PERFORM PRUEFE-STAND
           .
       LIES-BANNERLAUF-ENDE.
           EXIT.

       UEBERNIMM-LAUF-SATZ-VERARBEITUNG SECTION.
       UEBERNIMM-LAUF-SATZ.
           READ LAUF-DATEI
               AT END
                   SET NUB-ENDE-ERREICHT TO TRUE
                   GO TO UEBERNIMM-LAUF-SATZ-EXIT
           END-READ
           IF LAUF-DATUM IS NUMERIC
               MOVE LAUF-DATUM TO NUB-LAUF-DATUM
               MOVE LAUF-GELESEN TO NUB-LAUF-GELESEN
               MOVE LAUF-GEZEICHNET TO NUB-LAUF-GEZEICHNET
               MOVE LAUF-UEBERSPRUNGEN TO NUB-LAUF-UEBERSPRUNGEN
               MOVE LAUF-VORGETRAGEN TO NUB-LAUF-VORGETRAGEN
               MOVE LAUF-ENDE-ART TO NUB-LAUF-ENDE-ART
           END-IF
           .
       UEBERNIMM-LAUF-SATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * HOEHEEDT: Summenzeile, Abbruchzeile und die ersten fuenf
      * Abweisungen (Satznummer und Grund, Anforderer aus der
      * folgenden Satzbildzeile).
      *----------------------------------------------------------------
       LIES-PRUEFBERICHT SECTION.
           OPEN INPUT PRUEF-DATEI
           IF NUB-PRUEF-STATUS NOT = "00"
               MOVE "HOEHEEDT" TO NUB-PRF-DATEI
               MOVE NUB-PRUEF-STATUS TO NUB-PRF-STATUS
               PERFORM MERKE-DATEI-FEHLT
               GO TO LIES-PRUEFBERICHT-ENDE
           END-IF
           SET NUB-PRUEF-DA TO TRUE
           MOVE "N" TO NUB-DATEI-ENDE
           PERFORM UEBERNIMM-PRUEF-ZEILE
               THRU UEBERNIMM-PRUEF-ZEILE-EXIT
               UNTIL NUB-ENDE-ERREICHT
           CLOSE PRUEF-DATEI
           IF NUB-PRUEFLAUF-ABGEBROCHEN
               MOVE "PRUEFLAUF ABGEBROCHEN: FEHLERGRENZE UEBERSCHRITTEN"
                 TO NUB-AUFGABE-TEXT
               PERFORM MERKE-AUFGABE
           END-IF
           IF NUB-ABGEWIESEN < NUB-ABW-GEZAEHLT
               MOVE NUB-ABW-GEZAEHLT TO NUB-ABGEWIESEN
           END-IF
           IF NUB-ABGEWIESEN > 0
               MOVE NUB-ABGEWIESEN TO NUB-ZAHL-ANZEIGE
               MOVE SPACES TO NUB-AUFGABE-TEXT
               STRING "ABGEWIESENE BANNERAUFTRAEGE" NUB-ZAHL-ANZEIGE
                   " - ANFORDERER VERSTAENDIGEN"
                   DELIMITED BY SIZE
                   INTO NUB-AUFGABE-TEXT
               PERFORM MERKE-AUFGABE
           END-IF
           MOVE "DIABATCH" TO NUB-PRF-SCHRITT
           MOVE "HOEHEEDT" TO NUB-PRF-DATEI
           MOVE NUB-PRUEF-DATUM TO NUB-PRF-DATUM
           PERFORM PRUEFE-STAND
           .
       LIES-PRUEFBERICHT-ENDE.
           EXIT.

       UEBERNIMM-PRUEF-ZEILE-VERARBEITUNG SECTION.
       UEBERNIMM-PRUEF-ZEILE.
           READ PRUEF-DATEI
               AT END
                   SET NUB-ENDE-ERREICHT TO TRUE
                   GO TO UEBERNIMM-PRUEF-ZEILE-EXIT
           END-READ
           EVALUATE TRUE
               WHEN PKZ-TEXT = "DIABATCH PRUEFBERICHT HOEHEIN"
                   IF PKZ-DATUM IS NUMERIC
                       MOVE PKZ-DATUM TO NUB-PRUEF-DATUM
                   END-IF
               WHEN PFZ-KENNUNG = "SATZ"
                   ADD 1 TO NUB-ABW-GEZAEHLT
                   IF NUB-ABW-GEZAEHLT NOT > 5
                       MOVE PFZ-SATZ-NR
                         TO NUB-AB-SATZ-NR (NUB-ABW-GEZAEHLT)
                       MOVE PFZ-GRUND
                         TO NUB-AB-GRUND (NUB-ABW-GEZAEHLT)
                       MOVE SPACES
                         TO NUB-AB-ANFORDERER (NUB-ABW-GEZAEHLT)
                   END-IF
               WHEN PIZ-KENNUNG = "  INHALT"
                   IF NUB-ABW-GEZAEHLT > 0
                      AND NUB-ABW-GEZAEHLT NOT > 5
                       MOVE PIZ-ANFORDERER
                         TO NUB-AB-ANFORDERER (NUB-ABW-GEZAEHLT)
                   END-IF
               WHEN PSZ-KENNUNG = "GELESEN"
                   MOVE PSZ-ABGEWIESEN TO NUB-ABGEWIESEN
               WHEN PRUEF-ZEILE (1:8) = "ABBRUCH:"
                   SET NUB-PRUEFLAUF-ABGEBROCHEN TO TRUE
           END-EVALUATE
           .
       UEBERNIMM-PRUEF-ZEILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * BANMANIF: je Buendel ein Satz mit Banner- und Seitenzahl.
      *----------------------------------------------------------------
       LIES-VERTEILLISTE SECTION.
           OPEN INPUT MANIFEST-DATEI
           IF NUB-MANIFEST-STATUS NOT = "00"
               MOVE "BANMANIF" TO NUB-PRF-DATEI
               MOVE NUB-MANIFEST-STATUS TO NUB-PRF-STATUS
               PERFORM MERKE-DATEI-FEHLT
           ELSE
               SET NUB-MANIFEST-DA TO TRUE
               MOVE "N" TO NUB-DATEI-ENDE
               PERFORM UEBERNIMM-MANIFEST-SATZ
                   THRU UEBERNIMM-MANIFEST-SATZ-EXIT
                   UNTIL NUB-ENDE-ERREICHT
               CLOSE MANIFEST-DATEI
           END-IF
           .
           EXIT.

       UEBERNIMM-MANIFEST-SATZ-VERARBEITUNG SECTION.
       UEBERNIMM-MANIFEST-SATZ.
           READ MANIFEST-DATEI
               AT END
                   SET NUB-ENDE-ERREICHT TO TRUE
                   GO TO UEBERNIMM-MANIFEST-SATZ-EXIT
           END-READ
           ADD 1 TO NUB-BUENDEL
           IF MAN-BANNER IS NUMERIC
               ADD MAN-BANNER TO NUB-BUENDEL-BANNER
           END-IF
           IF MAN-SEITEN IS NUMERIC
               ADD MAN-SEITEN TO NUB-BUENDEL-SEITEN
           END-IF
           .
       UEBERNIMM-MANIFEST-SATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TTTARCEX: Kopf mit Datum und Summenzeile des Abgleichs.
      *----------------------------------------------------------------
       LIES-AUSNAHMEBERICHT SECTION.
           OPEN INPUT AUSNAHME-DATEI
           IF NUB-AUSNAHME-STATUS NOT = "00"
               MOVE "TTTARCEX" TO NUB-PRF-DATEI
               MOVE NUB-AUSNAHME-STATUS TO NUB-PRF-STATUS
               PERFORM MERKE-DATEI-FEHLT
               GO TO LIES-AUSNAHMEBERICHT-ENDE
           END-IF
           SET NUB-AUSNAHME-DA TO TRUE
           MOVE "N" TO NUB-DATEI-ENDE
           PERFORM UEBERNIMM-AUSNAHME-ZEILE
               THRU UEBERNIMM-AUSNAHME-ZEILE-EXIT
               UNTIL NUB-ENDE-ERREICHT
           CLOSE AUSNAHME-DATEI
           IF NUB-ARC-ABWEICHUNGEN > 0
               MOVE NUB-ARC-ABWEICHUNGEN TO NUB-ZAHL-ANZEIGE
               MOVE SPACES TO NUB-AUFGABE-TEXT
               STRING "ARCHIVABGLEICH ABWEICHUNGEN" NUB-ZAHL-ANZEIGE
                   " - TTTARCEX PRUEFEN"
                   DELIMITED BY SIZE
                   INTO NUB-AUFGABE-TEXT
               PERFORM MERKE-AUFGABE
           END-IF
           MOVE "TTTARCH" TO NUB-PRF-SCHRITT
           MOVE "TTTARCEX" TO NUB-PRF-DATEI
           MOVE NUB-ARC-DATUM TO NUB-PRF-DATUM
           PERFORM PRUEFE-STAND
           .
       LIES-AUSNAHMEBERICHT-ENDE.
           EXIT.

       UEBERNIMM-AUSNAHME-ZEILE-VERARBEITUNG SECTION.
       UEBERNIMM-AUSNAHME-ZEILE.
           READ AUSNAHME-DATEI
               AT END
                   SET NUB-ENDE-ERREICHT TO TRUE
                   GO TO UEBERNIMM-AUSNAHME-ZEILE-EXIT
           END-READ
           EVALUATE TRUE
               WHEN AKZ-TEXT = "TTTARCH AUSNAHMEBERICHT ARCHIVLAUF"
                   IF AKZ-DATUM IS NUMERIC
                       MOVE AKZ-DATUM TO NUB-ARC-DATUM
                   END-IF
               WHEN ASZ-KENNUNG = "ZEILEN"
                   MOVE ASZ-SPIELE TO NUB-ARC-SPIELE
                   MOVE ASZ-ABWEICHUNGEN TO NUB-ARC-ABWEICHUNGEN
                   MOVE ASZ-OHNE TO NUB-ARC-OHNE
           END-EVALUATE
           .
       UEBERNIMM-AUSNAHME-ZEILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TTTSHLST: Kopf mit Datum und Summenzeile der Bereinigung.
      *----------------------------------------------------------------
       LIES-SPIELLISTE SECTION.
           OPEN INPUT LISTE-DATEI
           IF NUB-LISTE-STATUS NOT = "00"
               MOVE "TTTSHLST" TO NUB-PRF-DATEI
               MOVE NUB-LISTE-STATUS TO NUB-PRF-STATUS
               PERFORM MERKE-DATEI-FEHLT
               GO TO LIES-SPIELLISTE-ENDE
           END-IF
           SET NUB-LISTE-DA TO TRUE
           MOVE "N" TO NUB-DATEI-ENDE
           PERFORM UEBERNIMM-LISTE-ZEILE
               THRU UEBERNIMM-LISTE-ZEILE-EXIT
               UNTIL NUB-ENDE-ERREICHT
           CLOSE LISTE-DATEI
           MOVE "TTTSHHK" TO NUB-PRF-SCHRITT
           MOVE "TTTSHLST" TO NUB-PRF-DATEI
           MOVE NUB-SHK-DATUM TO NUB-PRF-DATUM
           PERFORM PRUEFE-STAND
           .
       LIES-SPIELLISTE-ENDE.
           EXIT.

       UEBERNIMM-LISTE-ZEILE-VERARBEITUNG SECTION.
       UEBERNIMM-LISTE-ZEILE.
           READ LISTE-DATEI
               AT END
                   SET NUB-ENDE-ERREICHT TO TRUE
                   GO TO UEBERNIMM-LISTE-ZEILE-EXIT
           END-READ
           EVALUATE TRUE
               WHEN LKZ-TEXT = "AKTIVE GEMEINSAME SPIELE STAND"
                   IF LKZ-DATUM IS NUMERIC
                       MOVE LKZ-DATUM TO NUB-SHK-DATUM
                   END-IF
               WHEN LSZ-KENNUNG = "GELESEN"
                   MOVE LSZ-AKTIV TO NUB-SHK-AKTIV
                   MOVE LSZ-FERTIG TO NUB-SHK-GELOESCHT
                   MOVE LSZ-ALT TO NUB-SHK-TEILSUMME
                   ADD NUB-SHK-TEILSUMME TO NUB-SHK-GELOESCHT
           END-EVALUATE
           .
       UEBERNIMM-LISTE-ZEILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * REGRRPT: jedes Szenario, dessen Urteil nicht OK lautet, ist
      * fehlgeschlagen; die ersten fuenf kommen auf die Seite.
      *----------------------------------------------------------------
       LIES-REGRESSIONSBERICHT SECTION.
           OPEN INPUT REGRESSION-DATEI
           IF NUB-REGR-STATUS NOT = "00"
               MOVE "REGRRPT" TO NUB-PRF-DATEI
               MOVE NUB-REGR-STATUS TO NUB-PRF-STATUS
               PERFORM MERKE-DATEI-FEHLT
               GO TO LIES-REGRESSIONSBERICHT-ENDE
           END-IF
           SET NUB-REGR-DA TO TRUE
           MOVE "N" TO NUB-DATEI-ENDE
           PERFORM UEBERNIMM-REGRESSION-ZEILE
               THRU UEBERNIMM-REGRESSION-ZEILE-EXIT
               UNTIL NUB-ENDE-ERREICHT
           CLOSE REGRESSION-DATEI
           IF NUB-RGR-FEHLGESCHLAGEN < NUB-RGR-GEZAEHLT
               MOVE NUB-RGR-GEZAEHLT TO NUB-RGR-FEHLGESCHLAGEN
           END-IF
           IF NUB-RGR-FEHLGESCHLAGEN > 0
               MOVE NUB-RGR-FEHLGESCHLAGEN TO NUB-ZAHL-ANZEIGE
               MOVE SPACES TO NUB-AUFGABE-TEXT
               STRING "REGRESSION FEHLGESCHLAGEN  " NUB-ZAHL-ANZEIGE
                   " - REGRRPT PRUEFEN"
                   DELIMITED BY SIZE
                   INTO NUB-AUFGABE-TEXT
               PERFORM MERKE-AUFGABE
           END-IF
           .
       LIES-REGRESSIONSBERICHT-ENDE.
           EXIT.

       UEBERNIMM-REGRESSION-ZEILE-VERARBEITUNG SECTION.
       UEBERNIMM-REGRESSION-ZEILE.
           READ REGRESSION-DATEI
               AT END
                   SET NUB-ENDE-ERREICHT TO TRUE
                   GO TO UEBERNIMM-REGRESSION-ZEILE-EXIT
           END-READ
           EVALUATE TRUE
               WHEN REZ-KENNUNG = "SZENARIO"
                   IF REZ-URTEIL NOT = "OK"
                       ADD 1 TO NUB-RGR-GEZAEHLT
                       IF NUB-RGR-GEZAEHLT NOT > 5
                           MOVE REZ-PROGRAMM
                             TO NUB-RG-PROGRAMM (NUB-RGR-GEZAEHLT)
                           MOVE REZ-NR
                             TO NUB-RG-NR (NUB-RGR-GEZAEHLT)
                           MOVE REZ-BESCHREIBUNG
                             TO NUB-RG-BESCHREIBUNG (NUB-RGR-GEZAEHLT)
                       END-IF
                   END-IF
               WHEN RSZ-KENNUNG = "SZENARIEN"
                   MOVE RSZ-GELESEN TO NUB-RGR-SZENARIEN
                   MOVE RSZ-BESTANDEN TO NUB-RGR-BESTANDEN
                   MOVE RSZ-FEHLGESCHLAGEN TO NUB-RGR-FEHLGESCHLAGEN
           END-EVALUATE
           .
       UEBERNIMM-REGRESSION-ZEILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * OPSSUMR: Gruppenzeilen erkennt man an den beiden Datumsfeldern.
      * Als naechtlicher Vorfall zaehlt eine Gruppe, deren letzter
      * Vorfall am Nachtdatum oder spaeter liegt. Eine Uebersicht von
      * vor der Nacht heisst, dass OPSAUSW noch nicht gelaufen ist.
      *----------------------------------------------------------------
       LIES-VORFALLSUEBERSICHT SECTION.
           OPEN INPUT VORFALL-DATEI
           IF NUB-VORFALL-STATUS NOT = "00"
               MOVE "OPSSUMR" TO NUB-PRF-DATEI
               MOVE NUB-VORFALL-STATUS TO NUB-PRF-STATUS
               PERFORM MERKE-DATEI-FEHLT
               GO TO LIES-VORFALLSUEBERSICHT-ENDE
           END-IF
           SET NUB-VORFALL-DA TO TRUE
           MOVE "N" TO NUB-DATEI-ENDE
           PERFORM UEBERNIMM-VORFALL-ZEILE
               THRU UEBERNIMM-VORFALL-ZEILE-EXIT
               UNTIL NUB-ENDE-ERREICHT
           CLOSE VORFALL-DATEI
           IF NUB-OPS-GRUPPEN > 0
               MOVE NUB-OPS-GRUPPEN TO NUB-ZAHL-ANZEIGE
               MOVE SPACES TO NUB-AUFGABE-TEXT
               STRING "DATEIVORFAELLE DER NACHT   " NUB-ZAHL-ANZEIGE
                   " - OPSSUMR PRUEFEN"
                   DELIMITED BY SIZE
                   INTO NUB-AUFGABE-TEXT
               PERFORM MERKE-AUFGABE
           END-IF
           IF NUB-OPS-IST-UNVOLLSTAENDIG
               MOVE "VORFALLSUEBERSICHT UNVOLLSTAENDIG - OPSLOG LESEN"
                 TO NUB-AUFGABE-TEXT
               PERFORM MERKE-AUFGABE
           END-IF
           IF NUB-OPS-DATUM < NUB-NACHT-DATUM
               MOVE SPACES TO NUB-AUFGABE-TEXT
               STRING "BERICHT OPSSUMR VOM " NUB-OPS-DATUM
                   " - OPSAUSW STARTEN"
                   DELIMITED BY SIZE
                   INTO NUB-AUFGABE-TEXT
               PERFORM MERKE-AUFGABE
           END-IF
           .
       LIES-VORFALLSUEBERSICHT-ENDE.
           EXIT.

       UEBERNIMM-VORFALL-ZEILE-VERARBEITUNG SECTION.
       UEBERNIMM-VORFALL-ZEILE.
           READ VORFALL-DATEI
               AT END
                   SET NUB-ENDE-ERREICHT TO TRUE
                   GO TO UEBERNIMM-VORFALL-ZEILE-EXIT
           END-READ
           EVALUATE TRUE
               WHEN VKZ-TEXT = "OPSAUSW VORFALLSUEBERSICHT OPSLOG"
                   IF VKZ-DATUM IS NUMERIC
                       MOVE VKZ-DATUM TO NUB-OPS-DATUM
                   END-IF
               WHEN VORFALL-ZEILE (1:8) = "ACHTUNG:"
                   SET NUB-OPS-IST-UNVOLLSTAENDIG TO TRUE
               WHEN VGZ-TRENNER-1 = SPACE
                AND VGZ-ERSTES IS NUMERIC
                AND VGZ-LETZTES IS NUMERIC
                   IF VGZ-LETZTES-N NOT < NUB-NACHT-DATUM
                       ADD 1 TO NUB-OPS-GRUPPEN
                       IF NUB-OPS-GRUPPEN NOT > 5
                           MOVE VGZ-PROGRAMM
                             TO NUB-OP-PROGRAMM (NUB-OPS-GRUPPEN)
                           MOVE VGZ-DATEI
                             TO NUB-OP-DATEI (NUB-OPS-GRUPPEN)
                           MOVE VGZ-STATUS
                             TO NUB-OP-STATUS (NUB-OPS-GRUPPEN)
                           MOVE VGZ-ANZAHL
                             TO NUB-OP-ANZAHL (NUB-OPS-GRUPPEN)
                           MOVE VGZ-HINWEIS
                             TO NUB-OP-HINWEIS (NUB-OPS-GRUPPEN)
                       END-IF
                   END-IF
           END-EVALUATE
           .
       UEBERNIMM-VORFALL-ZEILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Die Seite: Kopf, zu erledigende Punkte, Schritte, je Bericht
      * die Kennzahlen, am Ende die Abnahmezeile der Schicht.
      *----------------------------------------------------------------
       SCHREIBE-BERICHT SECTION.
           OPEN OUTPUT BERICHT-DATEI
           IF NUB-BERICHT-STATUS NOT = "00"
               DISPLAY "NACHTUEB: NACHTBER NICHT SCHREIBBAR, STATUS "
                   NUB-BERICHT-STATUS
               GO TO SCHREIBE-BERICHT-ENDE
           END-IF
           MOVE NUB-NACHT-DATUM TO NUB-KZ-NACHT
           MOVE NUB-NACHT-BEGINN TO NUB-KZ-BEGINN
           MOVE NUB-HEUTE-DATUM TO NUB-KZ-HEUTE
           MOVE NUB-KOPF-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM SCHREIBE-LEERZEILE
           PERFORM SCHREIBE-AUFGABEN
           PERFORM SCHREIBE-LEERZEILE
           PERFORM SCHREIBE-SCHRITTE
           PERFORM SCHREIBE-LEERZEILE
           PERFORM SCHREIBE-BANNERTEIL
           PERFORM SCHREIBE-LEERZEILE
           PERFORM SCHREIBE-TTT-TEIL
           PERFORM SCHREIBE-LEERZEILE
           PERFORM SCHREIBE-VORFAELLE
           PERFORM SCHREIBE-LEERZEILE
           MOVE NUB-ABNAHME-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI
           .
       SCHREIBE-BERICHT-ENDE.
           EXIT.

       SCHREIBE-LEERZEILE SECTION.
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
           EXIT.

       SCHREIBE-AUFGABEN SECTION.
           MOVE "ZU ERLEDIGEN" TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           IF NUB-ANZAHL-AUFGABEN = 0
               MOVE "  KEINE - DIE NACHT IST SAUBER" TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           ELSE
               PERFORM SCHREIBE-AUFGABE THRU SCHREIBE-AUFGABE-EXIT
                   VARYING NUB-A FROM 1 BY 1
                   UNTIL NUB-A > NUB-ANZAHL-AUFGABEN
                      OR NUB-A > NUB-MAX-AUFGABEN
               IF NUB-ANZAHL-AUFGABEN > NUB-MAX-AUFGABEN
                   COMPUTE NUB-WZ-ANZAHL =
                       NUB-ANZAHL-AUFGABEN - NUB-MAX-AUFGABEN
                   MOVE NUB-WEITERE-ZEILE TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               END-IF
           END-IF
           .
           EXIT.

       SCHREIBE-AUFGABE-VERARBEITUNG SECTION.
       SCHREIBE-AUFGABE.
           MOVE NUB-AUFGABE (NUB-A) TO NUB-AZ-TEXT
           MOVE NUB-AUFGABEN-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
       SCHREIBE-AUFGABE-EXIT.
           EXIT.

       SCHREIBE-SCHRITTE SECTION.
           MOVE NUB-SCHRITT-KOPF TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           IF NUB-ANZAHL-SCHRITTE = 0
               MOVE "  KEIN NACHTLAUF IN NACHTLOG" TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           ELSE
               PERFORM SCHREIBE-SCHRITT THRU SCHREIBE-SCHRITT-EXIT
                   VARYING NUB-I FROM 1 BY 1
                   UNTIL NUB-I > NUB-ANZAHL-SCHRITTE
           END-IF
           .
           EXIT.

       SCHREIBE-SCHRITT-VERARBEITUNG SECTION.
       SCHREIBE-SCHRITT.
           MOVE NUB-SC-NAME (NUB-I) TO NUB-SZ-NAME
           MOVE NUB-SC-URTEIL (NUB-I) TO NUB-SZ-URTEIL
           MOVE NUB-SC-RC (NUB-I) TO NUB-SZ-RC
           MOVE NUB-SC-BEGINN (NUB-I) TO NUB-SZ-BEGINN
           MOVE NUB-SC-ENDE (NUB-I) TO NUB-SZ-ENDE
           MOVE NUB-SCHRITT-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
       SCHREIBE-SCHRITT-EXIT.
           EXIT.

       SCHREIBE-BANNERTEIL SECTION.
           IF NUB-LAUF-DA
               MOVE NUB-LAUF-DATUM TO NUB-BZ-DATUM
               MOVE NUB-LAUF-GELESEN TO NUB-BZ-GELESEN
               MOVE NUB-LAUF-GEZEICHNET TO NUB-BZ-GEZEICHNET
               MOVE NUB-LAUF-ENDE-ART TO NUB-BZ-ENDE-ART
               MOVE NUB-BANNER-ZEILE-1 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           ELSE
               MOVE "BANNERLAUF: DIALAUF NICHT VORHANDEN"
                 TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           MOVE NUB-LAUF-VORGETRAGEN TO NUB-BZ-VORGETRAGEN
           MOVE NUB-LAUF-UEBERSPRUNGEN TO NUB-BZ-UEBERSPRUNGEN
           MOVE NUB-BUENDEL TO NUB-BZ-BUENDEL
           MOVE NUB-BUENDEL-SEITEN TO NUB-BZ-SEITEN
           MOVE NUB-BANNER-ZEILE-2 TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE NUB-ABGEWIESEN TO NUB-AGZ-ANZAHL
           MOVE NUB-PRUEF-DATUM TO NUB-AGZ-DATUM
           MOVE NUB-ABGEWIESEN-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM SCHREIBE-ABWEISUNG THRU SCHREIBE-ABWEISUNG-EXIT
               VARYING NUB-A FROM 1 BY 1
               UNTIL NUB-A > NUB-ABW-GEZAEHLT
                  OR NUB-A > 5
           IF NUB-ABW-GEZAEHLT > 5
               COMPUTE NUB-WZ-ANZAHL = NUB-ABW-GEZAEHLT - 5
               MOVE NUB-WEITERE-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           .
           EXIT.

       SCHREIBE-ABWEISUNG-VERARBEITUNG SECTION.
       SCHREIBE-ABWEISUNG.
           MOVE NUB-AB-SATZ-NR (NUB-A) TO NUB-AWZ-SATZ-NR
           MOVE NUB-AB-ANFORDERER (NUB-A) TO NUB-AWZ-ANFORDERER
           MOVE NUB-AB-GRUND (NUB-A) TO NUB-AWZ-GRUND
           MOVE NUB-ABWEISUNG-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
       SCHREIBE-ABWEISUNG-EXIT.
           EXIT.

       SCHREIBE-TTT-TEIL SECTION.
           MOVE NUB-ARC-SPIELE TO NUB-ARZ-SPIELE
           MOVE NUB-ARC-ABWEICHUNGEN TO NUB-ARZ-ABWEICHUNGEN
           MOVE NUB-ARC-OHNE TO NUB-ARZ-OHNE
           MOVE NUB-ARC-DATUM TO NUB-ARZ-DATUM
           MOVE NUB-ARCHIV-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE NUB-SHK-AKTIV TO NUB-GMZ-AKTIV
           MOVE NUB-SHK-GELOESCHT TO NUB-GMZ-GELOESCHT
           MOVE NUB-SHK-DATUM TO NUB-GMZ-DATUM
           MOVE NUB-GEMEINSAM-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE NUB-RGR-SZENARIEN TO NUB-RZ-SZENARIEN
           MOVE NUB-RGR-BESTANDEN TO NUB-RZ-BESTANDEN
           MOVE NUB-RGR-FEHLGESCHLAGEN TO NUB-RZ-FEHLGESCHLAGEN
           MOVE NUB-REGRESSION-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM SCHREIBE-SZENARIO THRU SCHREIBE-SZENARIO-EXIT
               VARYING NUB-A FROM 1 BY 1
               UNTIL NUB-A > NUB-RGR-GEZAEHLT
                  OR NUB-A > 5
           IF NUB-RGR-GEZAEHLT > 5
               COMPUTE NUB-WZ-ANZAHL = NUB-RGR-GEZAEHLT - 5
               MOVE NUB-WEITERE-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           .
           EXIT.

       SCHREIBE-SZENARIO-VERARBEITUNG SECTION.
       SCHREIBE-SZENARIO.
           MOVE NUB-RG-PROGRAMM (NUB-A) TO NUB-SNZ-PROGRAMM
           MOVE NUB-RG-NR (NUB-A) TO NUB-SNZ-NR
           MOVE NUB-RG-BESCHREIBUNG (NUB-A) TO NUB-SNZ-BESCHREIBUNG
           MOVE NUB-SZENARIO-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
       SCHREIBE-SZENARIO-EXIT.
           EXIT.

       SCHREIBE-VORFAELLE SECTION.
           MOVE NUB-NACHT-DATUM TO NUB-VFK-NACHT
           MOVE NUB-OPS-GRUPPEN TO NUB-VFK-GRUPPEN
           MOVE NUB-OPS-DATUM TO NUB-VFK-DATUM
           MOVE NUB-VORFALL-KOPF TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           PERFORM SCHREIBE-VORFALL THRU SCHREIBE-VORFALL-EXIT
               VARYING NUB-A FROM 1 BY 1
               UNTIL NUB-A > NUB-OPS-GRUPPEN
                  OR NUB-A > 5
           IF NUB-OPS-GRUPPEN > 5
               COMPUTE NUB-WZ-ANZAHL = NUB-OPS-GRUPPEN - 5
               MOVE NUB-WEITERE-ZEILE TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           .
           EXIT.

       SCHREIBE-VORFALL-VERARBEITUNG SECTION.
       SCHREIBE-VORFALL.
           MOVE NUB-OP-PROGRAMM (NUB-A) TO NUB-VFZ-PROGRAMM
           MOVE NUB-OP-DATEI (NUB-A) TO NUB-VFZ-DATEI
           MOVE NUB-OP-STATUS (NUB-A) TO NUB-VFZ-STATUS
           MOVE NUB-OP-ANZAHL (NUB-A) TO NUB-VFZ-ANZAHL
           MOVE NUB-OP-HINWEIS (NUB-A) TO NUB-VFZ-HINWEIS
           MOVE NUB-VORFALL-AUSGABE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           .
       SCHREIBE-VORFALL-EXIT.
           EXIT.

       END PROGRAM NACHTUEB.
