*  synthesized host record for =SSFPARAL (syntax-check only)
 01  SSFPARAL.
     05  SOURCE-MODUL        PIC X(08).
     05  ERFASST-VON         PIC X(16).
     05  ZPINS               PIC X(26).
