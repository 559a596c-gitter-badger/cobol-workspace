      *----------------------------------------------------------------
      * DRUKSATZ - Satzbild des Druckjournals BANDRUCK. DIABATCH
      * haengt je gedrucktem Auftrag einen Satz an: Datum des
      * Nachtlaufs, laufende Nummer des Buendels in der Verteil-Liste
      * BANMANIF dieser Nacht und das gepruefte Satzbild des
      * Auftrags. Die Zustandsabfrage in BANAUF zeigt daraus, in
      * welcher Nacht und welchem Buendel ein Auftrag gedruckt wurde.
      *----------------------------------------------------------------
       01  DRUCK-SATZ.
           05 DRU-DATUM PIC 9(08).
           05 FILLER PIC X(01).
           05 DRU-BUENDEL PIC 9(04).
           05 FILLER PIC X(01).
           05 DRU-AUFTRAG PIC X(48).
