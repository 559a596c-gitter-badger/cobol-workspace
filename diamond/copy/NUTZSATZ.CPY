      *----------------------------------------------------------------
      * NUTZSATZ - Satzbild der Nutzungshistorie BANNUTZ. DIABATCH
      * haengt je Lauf einen Satz je Anforderer, Banner-Art und
      * Prioritaetsklasse an: gezeichnete Banner, gedruckte
      * Ausfertigungen und Seiten (Ausfertigungen plus Trennseiten
      * der Buendel). Die Datei wird nie geleert; BANABR rechnet
      * daraus am Monatsende die Kosten je Anforderer ab.
      *----------------------------------------------------------------
       01  NUTZUNGS-SATZ.
           05 NUT-DATUM PIC 9(08).
           05 FILLER PIC X(01).
           05 NUT-UHRZEIT PIC 9(06).
           05 FILLER PIC X(01).
           05 NUT-ANFORDERER PIC X(20).
           05 FILLER PIC X(01).
           05 NUT-BANNER-ART PIC X(01).
             88 NUT-IST-DIAMANT VALUE "D".
             88 NUT-IST-TEXT VALUE "T".
           05 FILLER PIC X(01).
           05 NUT-PRIORITAET PIC X(01).
             88 NUT-IST-DRINGEND VALUE "1".
           05 FILLER PIC X(01).
           05 NUT-BANNER PIC 9(04).
           05 FILLER PIC X(01).
           05 NUT-KOPIEN PIC 9(05).
           05 FILLER PIC X(01).
           05 NUT-SEITEN PIC 9(05).
