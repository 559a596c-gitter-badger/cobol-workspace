      * beim Erzeugen des Rundenplans. TRN-ERGEBNIS bleibt leer, bis
      * TTT das zugehoerige Spiel beendet und "X", "O" oder
      * "UNENTSCH" eintraegt. TRN-ART kennzeichnet das Turnierformat:
      * "R" = Jeder gegen jeden (Kreisverfahren), "K" = K.O.-System,
      * "S" = Schweizer System; leer gilt fuer Altbestand als "R".
      * Im K.O.-System schreibt TTTTURN nur die erste Runde (Freilose
      * als Paarung gegen "** FREILOS **" mit Ergebnis "X"); die
      * Folgerunden erzeugt TTTKO aus den eingetragenen Ergebnissen.
      * Im Schweizer System setzt TTTTURN die erste Runde nach dem
      * Rating, die Folgerunden paart TTTSCHW nach Punktstand; ein
      * Freilos steht dort ebenso als Paarung gegen "** FREILOS **"
      * mit Ergebnis "X".
      * TRN-ZUG-LIMIT ist die Bedenkzeit je Zug in Sekunden (0 = ohne
      * Limit); sie steht gleich auf jeder Paarung des Turniers und
      * wird von TTTKO in die Folgerunden uebernommen. Wer sie
      * ueberschreitet, verliert die Partie: TRN-ERGEBNIS nennt den
      * Gegner, TRN-ENTSCHEIDUNG traegt "Z".
      *----------------------------------------------------------------
       01  TURNIER-SATZ.
           05 TRN-SCHLUESSEL.
           05 TRN-ART PIC X(01).
             88 TRN-IST-RUNDLAUF VALUE "R" " ".
             88 TRN-IST-KO VALUE "K".
             88 TRN-IST-SCHWEIZER VALUE "S".
           05 TRN-ZUG-LIMIT PIC 9(03).
           05 TRN-ENTSCHEIDUNG PIC X(01).
             88 TRN-AM-BRETT VALUE " ".
             88 TRN-ZEITVERLUST VALUE "Z".
