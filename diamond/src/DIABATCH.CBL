      * der naechsten Nacht vor HOEHEIN in die Pruefstufe eingemischt.
      * Die Laufhistorie DIALAUF zeigt, wie viele Auftraege
      * vorgetragen wurden.
      * Fuer die Kostenverrechnung haengt jeder Lauf an die
      * Nutzungshistorie BANNUTZ je Anforderer, Banner-Art und
      * Prioritaetsklasse die gezeichneten Banner, Ausfertigungen und
      * Seiten an; gezaehlt wird nur, was dieser Lauf gedruckt hat.
      * Jeder gedruckte Auftrag wird mit Nachtdatum und Buendelnummer
      * an das Druckjournal BANDRUCK angehaengt. Da HOEHEIN tagsueber
      * von der Auftragserfassung BANAUF fortgeschrieben wird, werden
      * nach einem vollstaendigen Lauf die verarbeiteten Saetze aus
      * HOEHEIN entfernt; spaeter erfasste bleiben stehen. Fuer die
      * Dauer des Laufs steht die Laufsperre DIALOCK: BANAUF nimmt
      * dann keine Aenderungen und Stornos an, waehrend der
      * Bereinigung auch keine neuen Auftraege. Nach einem Abbruch
      * bleibt die Sperre bis zum erfolgreichen Neustart stehen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-DATEI ASSIGN TO "DIACKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DBA-CKPT-STATUS.
           SELECT SPERR-DATEI ASSIGN TO "DIALOCK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DBA-SPERR-STATUS.
           SELECT LAUF-DATEI ASSIGN TO "DIALAUF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DBA-LAUF-STATUS.
           SELECT RUECKNEU-DATEI ASSIGN TO "HOEHERUN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DBA-RUECKNEU-STATUS.
           SELECT NUTZUNG-DATEI ASSIGN TO "BANNUTZ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DBA-NUTZUNG-STATUS.
           SELECT DRUCK-DATEI ASSIGN TO "BANDRUCK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DBA-DRUCK-STATUS.
           SELECT EINGABE-NEU-DATEI ASSIGN TO "HOEHEINN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DBA-EINGNEU-STATUS.
           SELECT SORTIER-DATEI ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       01  CHECKPOINT-SATZ.
           05 CKPT-VERARBEITET PIC 9(06).

      * Laufsperre fuer die Auftragserfassung BANAUF: L = Lauf
      * aktiv, B = HOEHEIN wird bereinigt, F = frei.
       FD  SPERR-DATEI.
       01  SPERR-SATZ.
           05 SPERR-PHASE PIC X(01).
             88 SPERR-LAUF-AKTIV VALUE "L".
             88 SPERR-BEREINIGUNG-AKTIV VALUE "B".
             88 SPERR-FREI VALUE "F".
           05 FILLER PIC X(01).
           05 SPERR-DATUM PIC 9(08).
           05 FILLER PIC X(01).
           05 SPERR-UHRZEIT PIC 9(06).

       FD  SORTIERT-DATEI.
       01  SORTIERT-SATZ PIC X(48).

           05 FILLER PIC X(01).
           05 LAUF-ENDE-ART PIC X(10).

       FD  NUTZUNG-DATEI.
           COPY NUTZSATZ.

       FD  DRUCK-DATEI.
           COPY DRUKSATZ.

       FD  EINGABE-NEU-DATEI.
       01  EINGABE-NEU-SATZ PIC X(48).

       WORKING-STORAGE SECTION.
       01  DBA-EINGABE-STATUS PIC XX.
       01  DBA-GUT-STATUS PIC XX.
       01  DBA-FEHLER-STATUS PIC XX.
       01  DBA-EDIT-STATUS PIC XX.
       01  DBA-CKPT-STATUS PIC XX.
       01  DBA-SPERR-STATUS PIC XX.
       01  DBA-LAUF-STATUS PIC XX.
       01  DBA-SORTIERT-STATUS PIC XX.
       01  DBA-MANIFEST-STATUS PIC XX.
       01  DBA-RUECK-STATUS PIC XX.
       01  DBA-RUECKNEU-STATUS PIC XX.
       01  DBA-NUTZUNG-STATUS PIC XX.
       01  DBA-DRUCK-STATUS PIC XX.
       01  DBA-EINGNEU-STATUS PIC XX.
       01  DBA-SCHALTER.
           05 DBA-DATEI-ENDE PIC X(01) VALUE "N".
             88 DBA-ENDE-ERREICHT VALUE "J".
           05 DBA-EDIT-ABBRUCH PIC X(01) VALUE "N".
             88 DBA-EDIT-HAT-ABBRUCH VALUE "J".
           05 DBA-FATAL-FEHLER PIC X(01) VALUE "N".
             88 DBA-HAT-FATALEN-FEHLER VALUE "J".
           05 DBA-GRENZE-KZ PIC X(01) VALUE "N".
             88 DBA-GRENZE-ERREICHT VALUE "J".
           05 DBA-DRUCK-STATUS-KZ PIC X(01) VALUE "N".
             88 DBA-DRUCK-IST-OFFEN VALUE "J".
           05 DBA-BEREINIGT-KZ PIC X(01) VALUE "N".
             88 DBA-EINGABE-IST-GERETTET VALUE "J".
       01  DBA-CKPT-INTERVALL PIC 9(06) VALUE 10.
       01  DBA-FEHLER-GRENZE PIC 9(03) VALUE 10.
      * Abschnittsgrenze des Nachtfensters: nach so vielen
       01  DBA-SEIT-CHECKPOINT PIC 9(06) VALUE 0.
       01  DBA-GELESEN PIC 9(06).
       01  DBA-ROH-GELESEN PIC 9(06) VALUE 0.
      * Zahl der HOEHEIN-Saetze, die die Pruefstufe gelesen hat; nur
      * so viele werden nach dem Lauf aus HOEHEIN entfernt.
       01  DBA-EINGABE-GELESEN PIC 9(06) VALUE 0.
       01  DBA-EINGABE-GEZAEHLT PIC 9(06) VALUE 0.
       01  DBA-NACHERFASST PIC 9(06) VALUE 0.
       01  DBA-GUTE PIC 9(06) VALUE 0.
       01  DBA-ABGEWIESEN PIC 9(06) VALUE 0.
       01  DBA-GRUND PIC X(30).
           05 DBA-AP-BANNER-ART PIC X(01).
           05 DBA-AP-TEXT PIC X(20).

       01  DBA-AUSGABE-TABELLE.
           05 DBA-AUSGABE OCCURS 40.
             07 DBA-ZEILE PIC X(40).
       01  DBA-BUENDEL-SEITEN PIC 9(05) VALUE 0.
       01  DBA-BUENDEL-ANZAHL PIC 9(04) VALUE 0.

      * Nutzung dieses Laufs je Anforderer, Banner-Art und
      * Prioritaetsklasse. Jeder gezeichnete Auftrag belegt hoechstens
      * einen Platz, die Tabelle reicht also bis zur Zeichengrenze.
       01  DBA-MAX-NUTZUNG PIC 9(03) VALUE 500.
       01  DBA-ANZAHL-NUTZUNG PIC 9(03) VALUE 0.
       01  DBA-NUTZUNG-TABELLE.
           05 DBA-NUTZUNG OCCURS 500.
               10 DBA-NU-ANFORDERER PIC X(20).
               10 DBA-NU-BANNER-ART PIC X(01).
               10 DBA-NU-PRIORITAET PIC X(01).
               10 DBA-NU-BANNER PIC 9(04).
               10 DBA-NU-KOPIEN PIC 9(05).
               10 DBA-NU-SEITEN PIC 9(05).
       01  DBA-NU-I PIC 9(03).
       01  DBA-NU-FUNDSTELLE PIC 9(03).
       01  DBA-NU-ZU-BANNER PIC 9(01).
       01  DBA-NU-ZU-KOPIEN PIC 9(02).
       01  DBA-NU-ZU-SEITEN PIC 9(02).

           COPY FEHLAUFR.
           COPY PRUFAUFR.

       01  DBA-EDIT-KOPF.
           05 FILLER PIC X(33)

       PROCEDURE DIVISION.

           MOVE "L" TO SPERR-PHASE
           PERFORM SETZE-LAUFSPERRE
           PERFORM PRUEFE-EINGABE
           IF NOT DBA-EDIT-HAT-ABBRUCH
               PERFORM ZEICHNE-GUTE-SAETZE
           ELSE
      * Ohne Zeichnen bleiben HOEHEIN und HOEHERUE unberuehrt.
               IF NOT DBA-HAT-FATALEN-FEHLER
                   MOVE "F" TO SPERR-PHASE
                   PERFORM SETZE-LAUFSPERRE
               END-IF
           END-IF
           PERFORM SCHREIBE-LAUF-HISTORIE
           PERFORM SCHREIBE-NUTZUNG
           PERFORM ZEIGE-LAUF-ZUSAMMENFASSUNG
      * Erst nach dem letzten CALL setzen: der Ruecklieferungscode
      * wird sonst vom Ruecksprung aus DIAMONDM ueberschrieben.
           EXIT.

       PRUEFE-ROHSATZ SECTION.
           ADD 1 TO DBA-EINGABE-GELESEN
           PERFORM PRUEFE-EINEN-SATZ
           PERFORM LESE-ROHSATZ
           .
           EXIT.

      *----------------------------------------------------------------
      * Prueft den Satz im Satzbereich von HOEHEIN ueber BANPRUEF
      * (dieselbe Pruefung wie bei der Erfassung in BANAUF) und
      * schreibt ihn je nach Urteil in die Arbeitsdatei oder die
      * Abweisungen; ein guter Satz traegt danach die Vorgaben.
      * Wird fuer HOEHEIN-Saetze und fuer eingemischte
      * Rueckstandssaetze gleichermassen durchlaufen.
      *----------------------------------------------------------------
       PRUEFE-EINEN-SATZ SECTION.
           ADD 1 TO DBA-ROH-GELESEN
           MOVE HOEHE-DATEI-SATZ TO PA-SATZ
           CALL "BANPRUEF" USING PRUEF-AUFRUF
           MOVE PA-GRUND TO DBA-GRUND
           IF PA-SATZ-GUT
               MOVE PA-SATZ TO HOEHE-DATEI-SATZ
               ADD 1 TO DBA-GUTE
               MOVE HOEHE-DATEI-SATZ TO GUT-SATZ
               WRITE GUT-SATZ
       VERARBEITE-RUECKSTAND-SATZ-EXIT.
           EXIT.

       SCHREIBE-ABWEISUNG SECTION.
           MOVE SPACES TO FEHLER-SATZ
           MOVE DBA-ROH-GELESEN TO FEHLER-SATZ-NR
                   PERFORM MELDE-DATEI-FEHLER
               ELSE
                   PERFORM OEFFNE-MANIFEST
                   PERFORM OEFFNE-DRUCKJOURNAL
                   PERFORM SKIP-BEREITS-VERARBEITETE
                   PERFORM LESE-SATZ
                   PERFORM VERARBEITE-SAETZE
                           PERFORM LEERE-RUECKSTAND
                           MOVE "DATEIENDE" TO DBA-ENDE-ART
                       END-IF
                       MOVE "B" TO SPERR-PHASE
                       PERFORM SETZE-LAUFSPERRE
                       PERFORM BEREINIGE-EINGABE
                       MOVE "F" TO SPERR-PHASE
                       PERFORM SETZE-LAUFSPERRE
                   END-IF
                   PERFORM SCHLIESSE-MANIFEST
                   PERFORM SCHLIESSE-DRUCKJOURNAL
                   PERFORM SCHLIESSE-DIAMANT-BERICHT
               END-IF
           END-IF
                   ADD 1 TO DBA-SEIT-CHECKPOINT
                   ADD 1 TO DBA-BUENDEL-BANNER
                   ADD DBA-AUF-KOPIEN TO DBA-BUENDEL-SEITEN
                   MOVE 1 TO DBA-NU-ZU-BANNER
                   MOVE DBA-AUF-KOPIEN TO DBA-NU-ZU-KOPIEN
                   MOVE DBA-AUF-KOPIEN TO DBA-NU-ZU-SEITEN
                   PERFORM ZAEHLE-NUTZUNG
                   PERFORM SCHREIBE-DRUCKJOURNAL
                   IF DBA-SEIT-CHECKPOINT NOT < DBA-CKPT-INTERVALL
                       PERFORM SCHREIBE-CHECKPOINT
                       MOVE 0 TO DBA-SEIT-CHECKPOINT
           MOVE "N" TO DBA-ABSCHLUSS-KENNZEICHEN
           IF RETURN-CODE = 12
               SET DBA-HAT-FATALEN-FEHLER TO TRUE
           ELSE
      * Die Trennseite ist Papier des Anforderers und zaehlt als
      * Seite unter dem ersten Auftrag des Buendels.
               MOVE 0 TO DBA-NU-ZU-BANNER
               MOVE 0 TO DBA-NU-ZU-KOPIEN
               MOVE 1 TO DBA-NU-ZU-SEITEN
               PERFORM ZAEHLE-NUTZUNG
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Nutzung des laufenden Auftrags auf seinen Platz (Anforderer,
      * Banner-Art, Prioritaetsklasse) in der Laufnutzung buchen.
      *----------------------------------------------------------------
       ZAEHLE-NUTZUNG SECTION.
           MOVE 0 TO DBA-NU-FUNDSTELLE
           PERFORM SUCHE-NUTZUNG-PLATZ THRU SUCHE-NUTZUNG-PLATZ-EXIT
               VARYING DBA-NU-I FROM 1 BY 1
               UNTIL DBA-NU-I > DBA-ANZAHL-NUTZUNG
                  OR DBA-NU-FUNDSTELLE NOT = 0
           IF DBA-NU-FUNDSTELLE = 0
               IF DBA-ANZAHL-NUTZUNG < DBA-MAX-NUTZUNG
                   ADD 1 TO DBA-ANZAHL-NUTZUNG
                   MOVE DBA-ANZAHL-NUTZUNG TO DBA-NU-FUNDSTELLE
                   MOVE DBA-AUF-ANFORDERER
                     TO DBA-NU-ANFORDERER (DBA-NU-FUNDSTELLE)
                   MOVE DBA-AUF-BANNER-ART
                     TO DBA-NU-BANNER-ART (DBA-NU-FUNDSTELLE)
                   MOVE DBA-AUF-PRIORITAET
                     TO DBA-NU-PRIORITAET (DBA-NU-FUNDSTELLE)
                   MOVE 0 TO DBA-NU-BANNER (DBA-NU-FUNDSTELLE)
                   MOVE 0 TO DBA-NU-KOPIEN (DBA-NU-FUNDSTELLE)
                   MOVE 0 TO DBA-NU-SEITEN (DBA-NU-FUNDSTELLE)
               ELSE
                   DISPLAY "DIABATCH: NUTZUNGSTABELLE VOLL, "
                       DBA-AUF-ANFORDERER " NICHT GEZAEHLT"
               END-IF
           END-IF
           IF DBA-NU-FUNDSTELLE NOT = 0
               ADD DBA-NU-ZU-BANNER
                 TO DBA-NU-BANNER (DBA-NU-FUNDSTELLE)
               ADD DBA-NU-ZU-KOPIEN
                 TO DBA-NU-KOPIEN (DBA-NU-FUNDSTELLE)
               ADD DBA-NU-ZU-SEITEN
                 TO DBA-NU-SEITEN (DBA-NU-FUNDSTELLE)
           END-IF
           .
           EXIT.

       SUCHE-NUTZUNG-PLATZ-VERARBEITUNG SECTION.
       SUCHE-NUTZUNG-PLATZ.
           IF DBA-NU-ANFORDERER (DBA-NU-I) = DBA-AUF-ANFORDERER
              AND DBA-NU-BANNER-ART (DBA-NU-I) = DBA-AUF-BANNER-ART
              AND DBA-NU-PRIORITAET (DBA-NU-I) = DBA-AUF-PRIORITAET
               MOVE DBA-NU-I TO DBA-NU-FUNDSTELLE
           END-IF
           .
       SUCHE-NUTZUNG-PLATZ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Nutzungshistorie: die Laufnutzung wird an BANNUTZ angehaengt,
      * auch nach einem Abbruch - was bis dahin gedruckt wurde, ist
      * verbraucht, und der Neustart zaehlt die uebersprungenen
      * Saetze nicht noch einmal. Ohne Historie wird trotzdem
      * gedruckt; der Vorfall landet im Betriebsprotokoll.
      *----------------------------------------------------------------
       SCHREIBE-NUTZUNG SECTION.
           IF DBA-ANZAHL-NUTZUNG > 0
               OPEN EXTEND NUTZUNG-DATEI
               IF DBA-NUTZUNG-STATUS NOT = "00"
                   OPEN OUTPUT NUTZUNG-DATEI
               END-IF
               IF DBA-NUTZUNG-STATUS NOT = "00"
                   MOVE "BANNUTZ" TO FA-DATEI
                   MOVE "OPEN EXTEND" TO FA-OPERATION
                   MOVE DBA-NUTZUNG-STATUS TO FA-DATEI-STATUS
                   SET FA-IST-WARNUNG TO TRUE
                   PERFORM MELDE-DATEI-FEHLER
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO DBA-AKTUELLES-DATUM
                   PERFORM SCHREIBE-NUTZUNGS-SATZ
                       THRU SCHREIBE-NUTZUNGS-SATZ-EXIT
                       VARYING DBA-NU-I FROM 1 BY 1
                       UNTIL DBA-NU-I > DBA-ANZAHL-NUTZUNG
                   CLOSE NUTZUNG-DATEI
               END-IF
           END-IF
           .
           EXIT.

       SCHREIBE-NUTZUNGS-SATZ-VERARBEITUNG SECTION.
       SCHREIBE-NUTZUNGS-SATZ.
           MOVE SPACES TO NUTZUNGS-SATZ
           MOVE DBA-AKTUELLES-DATUM (1:8) TO NUT-DATUM
           MOVE DBA-AKTUELLES-DATUM (9:6) TO NUT-UHRZEIT
           MOVE DBA-NU-ANFORDERER (DBA-NU-I) TO NUT-ANFORDERER
           MOVE DBA-NU-BANNER-ART (DBA-NU-I) TO NUT-BANNER-ART
           MOVE DBA-NU-PRIORITAET (DBA-NU-I) TO NUT-PRIORITAET
           MOVE DBA-NU-BANNER (DBA-NU-I) TO NUT-BANNER
           MOVE DBA-NU-KOPIEN (DBA-NU-I) TO NUT-KOPIEN
           MOVE DBA-NU-SEITEN (DBA-NU-I) TO NUT-SEITEN
           WRITE NUTZUNGS-SATZ
           IF DBA-NUTZUNG-STATUS NOT = "00"
               MOVE "BANNUTZ" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE DBA-NUTZUNG-STATUS TO FA-DATEI-STATUS
               SET FA-IST-WARNUNG TO TRUE
               PERFORM MELDE-DATEI-FEHLER
               MOVE DBA-ANZAHL-NUTZUNG TO DBA-NU-I
           END-IF
           .
       SCHREIBE-NUTZUNGS-SATZ-EXIT.
           EXIT.

       OEFFNE-MANIFEST SECTION.
           OPEN OUTPUT MANIFEST-DATEI
           IF DBA-MANIFEST-STATUS = "00"
           .
           EXIT.

      *----------------------------------------------------------------
      * Druckjournal BANDRUCK: wird fortgeschrieben, nie geleert.
      * Ohne Journal wird trotzdem gedruckt; die Zustandsabfrage kennt
      * die Auftraege dieser Nacht dann nicht als gedruckt.
      *----------------------------------------------------------------
       OEFFNE-DRUCKJOURNAL SECTION.
           OPEN EXTEND DRUCK-DATEI
           IF DBA-DRUCK-STATUS NOT = "00"
               OPEN OUTPUT DRUCK-DATEI
           END-IF
           IF DBA-DRUCK-STATUS = "00"
               SET DBA-DRUCK-IST-OFFEN TO TRUE
           ELSE
               MOVE "BANDRUCK" TO FA-DATEI
               MOVE "OPEN EXTEND" TO FA-OPERATION
               MOVE DBA-DRUCK-STATUS TO FA-DATEI-STATUS
               SET FA-IST-WARNUNG TO TRUE
               PERFORM MELDE-DATEI-FEHLER
           END-IF
           .
           EXIT.

       SCHREIBE-DRUCKJOURNAL SECTION.
           IF DBA-DRUCK-IST-OFFEN
               MOVE SPACES TO DRUCK-SATZ
               MOVE DBA-EK-DATUM TO DRU-DATUM
               MOVE DBA-BUENDEL-ANZAHL TO DRU-BUENDEL
               MOVE SORTIERT-SATZ TO DRU-AUFTRAG
               WRITE DRUCK-SATZ
               IF DBA-DRUCK-STATUS NOT = "00"
                   MOVE "BANDRUCK" TO FA-DATEI
                   MOVE "WRITE" TO FA-OPERATION
                   MOVE DBA-DRUCK-STATUS TO FA-DATEI-STATUS
                   SET FA-IST-WARNUNG TO TRUE
                   PERFORM MELDE-DATEI-FEHLER
                   PERFORM SCHLIESSE-DRUCKJOURNAL
               END-IF
           END-IF
           .
           EXIT.

       SCHLIESSE-DRUCKJOURNAL SECTION.
           IF DBA-DRUCK-IST-OFFEN
               CLOSE DRUCK-DATEI
               MOVE "N" TO DBA-DRUCK-STATUS-KZ
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------
      * Nach einem vollstaendigen Lauf (Dateiende oder Abschnitt) ist
      * jeder gelesene HOEHEIN-Satz gedruckt, abgewiesen oder in
      * HOEHERUE vorgetragen und wird aus HOEHEIN entfernt. Saetze,
      * die BANAUF nach der Pruefstufe angehaengt hat, bleiben fuer
      * die naechste Nacht stehen: erst vollstaendig in die
      * Arbeitsdatei HOEHEINN, erst danach wird HOEHEIN daraus neu
      * aufgesetzt (wie beim Rueckstand). Misslingt das, bleibt der
      * Vorfall als Warnung im Betriebsprotokoll: vor dem naechsten
      * Lauf muss HOEHEIN von Hand bereinigt werden, sonst wird
      * doppelt gedruckt.
      *----------------------------------------------------------------
       BEREINIGE-EINGABE SECTION.
           MOVE "N" TO DBA-BEREINIGT-KZ
           MOVE 0 TO DBA-EINGABE-GEZAEHLT
           MOVE 0 TO DBA-NACHERFASST
           OPEN INPUT HOEHE-DATEI
           OPEN OUTPUT EINGABE-NEU-DATEI
           IF DBA-EINGABE-STATUS NOT = "00"
              OR DBA-EINGNEU-STATUS NOT = "00"
               MOVE "HOEHEINN" TO FA-DATEI
               MOVE "OPEN OUTPUT" TO FA-OPERATION
               MOVE DBA-EINGNEU-STATUS TO FA-DATEI-STATUS
               IF DBA-EINGABE-STATUS NOT = "00"
                   MOVE "HOEHEIN" TO FA-DATEI
                   MOVE "OPEN INPUT" TO FA-OPERATION
                   MOVE DBA-EINGABE-STATUS TO FA-DATEI-STATUS
               END-IF
               PERFORM MELDE-BEREINIGUNG-FEHLT
               IF DBA-EINGABE-STATUS = "00"
                   CLOSE HOEHE-DATEI
               END-IF
               IF DBA-EINGNEU-STATUS = "00"
                   CLOSE EINGABE-NEU-DATEI
               END-IF
           ELSE
               SET DBA-EINGABE-IST-GERETTET TO TRUE
               MOVE "N" TO DBA-DATEI-ENDE
               PERFORM RETTE-NACHERFASSTEN-SATZ
                   THRU RETTE-NACHERFASSTEN-SATZ-EXIT
                   UNTIL DBA-ENDE-ERREICHT
                      OR NOT DBA-EINGABE-IST-GERETTET
               CLOSE HOEHE-DATEI
               CLOSE EINGABE-NEU-DATEI
               IF DBA-EINGABE-IST-GERETTET
                   PERFORM SETZE-EINGABE-NEU-AUF
               END-IF
           END-IF
           .
           EXIT.

       RETTE-NACHERFASSTEN-SATZ-VERARBEITUNG SECTION.
       RETTE-NACHERFASSTEN-SATZ.
           READ HOEHE-DATEI
               AT END
                   SET DBA-ENDE-ERREICHT TO TRUE
           END-READ
           IF DBA-ENDE-ERREICHT
               GO TO RETTE-NACHERFASSTEN-SATZ-EXIT
           END-IF
           ADD 1 TO DBA-EINGABE-GEZAEHLT
           IF DBA-EINGABE-GEZAEHLT NOT > DBA-EINGABE-GELESEN
               GO TO RETTE-NACHERFASSTEN-SATZ-EXIT
           END-IF
           MOVE HOEHE-DATEI-SATZ TO EINGABE-NEU-SATZ
           WRITE EINGABE-NEU-SATZ
           IF DBA-EINGNEU-STATUS NOT = "00"
               MOVE "HOEHEINN" TO FA-DATEI
               MOVE "WRITE" TO FA-OPERATION
               MOVE DBA-EINGNEU-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-BEREINIGUNG-FEHLT
               MOVE "N" TO DBA-BEREINIGT-KZ
           ELSE
               ADD 1 TO DBA-NACHERFASST
           END-IF
           .
       RETTE-NACHERFASSTEN-SATZ-EXIT.
           EXIT.

       SETZE-EINGABE-NEU-AUF SECTION.
           OPEN INPUT EINGABE-NEU-DATEI
           IF DBA-EINGNEU-STATUS NOT = "00"
               MOVE "HOEHEINN" TO FA-DATEI
               MOVE "OPEN INPUT" TO FA-OPERATION
               MOVE DBA-EINGNEU-STATUS TO FA-DATEI-STATUS
               PERFORM MELDE-BEREINIGUNG-FEHLT
           ELSE
               OPEN OUTPUT HOEHE-DATEI
               IF DBA-EINGABE-STATUS NOT = "00"
                   MOVE "HOEHEIN" TO FA-DATEI
                   MOVE "OPEN OUTPUT" TO FA-OPERATION
                   MOVE DBA-EINGABE-STATUS TO FA-DATEI-STATUS
                   PERFORM MELDE-BEREINIGUNG-FEHLT
                   CLOSE EINGABE-NEU-DATEI
               ELSE
                   MOVE "N" TO DBA-DATEI-ENDE
                   PERFORM KOPIERE-EINGABE-SATZ
                       THRU KOPIERE-EINGABE-SATZ-EXIT
                       UNTIL DBA-ENDE-ERREICHT
                   CLOSE EINGABE-NEU-DATEI
                   CLOSE HOEHE-DATEI
                   IF DBA-NACHERFASST > 0
                       DISPLAY "DIABATCH: " DBA-NACHERFASST
                           " NACHERFASSTE AUFTRAEGE BLEIBEN IN"
                           " HOEHEIN"
                   END-IF
               END-IF
           END-IF
           .
           EXIT.

       KOPIERE-EINGABE-SATZ-VERARBEITUNG SECTION.
       KOPIERE-EINGABE-SATZ.
           READ EINGABE-NEU-DATEI
               AT END
                   SET DBA-ENDE-ERREICHT TO TRUE
           END-READ
           IF NOT DBA-ENDE-ERREICHT
               MOVE EINGABE-NEU-SATZ TO HOEHE-DATEI-SATZ
               WRITE HOEHE-DATEI-SATZ
               IF DBA-EINGABE-STATUS NOT = "00"
                   MOVE "HOEHEIN" TO FA-DATEI
                   MOVE "WRITE" TO FA-OPERATION
                   MOVE DBA-EINGABE-STATUS TO FA-DATEI-STATUS
                   PERFORM MELDE-BEREINIGUNG-FEHLT
                   SET DBA-ENDE-ERREICHT TO TRUE
               END-IF
           END-IF
           .
       KOPIERE-EINGABE-SATZ-EXIT.
           EXIT.

       MELDE-BEREINIGUNG-FEHLT SECTION.
           SET FA-IST-WARNUNG TO TRUE
           PERFORM MELDE-DATEI-FEHLER
           DISPLAY "DIABATCH: HOEHEIN NICHT BEREINIGT, VOR DEM"
               " NAECHSTEN LAUF VON HAND BEREINIGEN"
           .
           EXIT.

       SCHREIBE-CHECKPOINT SECTION.
           MOVE DBA-VERARBEITET TO CKPT-VERARBEITET
           OPEN OUTPUT CHECKPOINT-DATEI
           .
           EXIT.

      *----------------------------------------------------------------
      * Schreibt die Laufsperre DIALOCK mit der in SPERR-PHASE
      * vorgegebenen Phase und dem Zeitpunkt. Fehlt sie, kann BANAUF
      * waehrend des Laufs aendern; der Lauf selbst geht weiter.
      *----------------------------------------------------------------
       SETZE-LAUFSPERRE SECTION.
           MOVE FUNCTION CURRENT-DATE TO DBA-AKTUELLES-DATUM
           MOVE SPACES TO SPERR-SATZ (2:)
           MOVE DBA-AKTUELLES-DATUM (1:8) TO SPERR-DATUM
           MOVE DBA-AKTUELLES-DATUM (9:6) TO SPERR-UHRZEIT
           OPEN OUTPUT SPERR-DATEI
           IF DBA-SPERR-STATUS NOT = "00"
               MOVE "OPEN OUTPUT" TO FA-OPERATION
               PERFORM MELDE-SPERR-FEHLER
           ELSE
               WRITE SPERR-SATZ
               IF DBA-SPERR-STATUS NOT = "00"
                   MOVE "WRITE" TO FA-OPERATION
                   PERFORM MELDE-SPERR-FEHLER
               END-IF
               CLOSE SPERR-DATEI
           END-IF
           .
           EXIT.

       MELDE-SPERR-FEHLER SECTION.
           MOVE "DIALOCK" TO FA-DATEI
           MOVE DBA-SPERR-STATUS TO FA-DATEI-STATUS
           SET FA-IST-WARNUNG TO TRUE
           PERFORM MELDE-DATEI-FEHLER
           .
           EXIT.

      *----------------------------------------------------------------
      * Nach dem letzten Satz aufgerufen, damit DIAMONDM seinen Bericht
      * explizit schliesst, statt sich auf das Laufzeitsystem beim
