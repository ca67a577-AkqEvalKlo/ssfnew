*  synthesized host record for =SSFWATCH (syntax-check only)
 01  SSFWATCH.
     05  GROUP-USER          PIC X(16).
     05  MUSTER              PIC X(08).
     05  ZUSTELLUNG          PIC X(01).
     05  ZPINS               PIC X(26).
