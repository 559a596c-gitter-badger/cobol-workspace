      *----------------------------------------------------------------
      * KTRLAUFR - Aufrufbereich fuer DATKTRL. Der Aufrufer fuellt
      * den Dateinamen und das Satzbild eines Satzes und erhaelt den
      * Kontrollwert dieses Satzes zurueck; die Summe der
      * Kontrollwerte ueber alle Saetze ist die Kontrollsumme, mit
      * der DATSICH eine Sicherung und DATRUECK eine
      * Wiederherstellung abstimmt.
      *----------------------------------------------------------------
       01  KONTROLL-AUFRUF.
           05 KA-DATEI PIC X(08).
           05 KA-SATZ PIC X(107).
           05 KA-WERT PIC 9(10).
