      *----------------------------------------------------------------
      * PRUFAUFR - Aufrufbereich fuer die Auftragspruefung BANPRUEF.
      * Der Aufrufer uebergibt das 48-stellige Satzbild eines
      * Banner-Auftrags (Satzbild BANSATZ) und erhaelt Urteil und
      * Abweisungsgrund zurueck. Bei einem guten Auftrag stehen die
      * Vorgaben danach im Satzbild; ein abgewiesener bleibt
      * unveraendert. DIABATCH prueft damit in der Nacht, BANAUF am
      * Terminal gleich bei der Erfassung.
      *----------------------------------------------------------------
       01  PRUEF-AUFRUF.
           05 PA-SATZ PIC X(48).
           05 PA-ERGEBNIS PIC X(01).
             88 PA-SATZ-GUT VALUE "J".
             88 PA-SATZ-SCHLECHT VALUE "N".
           05 PA-GRUND PIC X(30).
