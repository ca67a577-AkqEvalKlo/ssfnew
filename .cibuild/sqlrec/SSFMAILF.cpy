*  synthesized host record for =SSFMAILF (syntax-check only)
 01  SSFMAILF.
     05  ADRESSE             PIC X(64).
     05  ANZ-FEHLER          PIC S9(09) COMP.
     05  ERSTER-FEHLER       PIC X(08).
     05  LETZTER-FEHLER      PIC X(08).
     05  LETZTER-TEXT        PIC X(60).
     05  ZPINS               PIC X(26).
