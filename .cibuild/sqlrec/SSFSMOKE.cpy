*  synthesized host record for =SSFSMOKE (syntax-check only)
 01  SSFSMOKE.
     05  SOURCE-MODUL        PIC X(08).
     05  FUNKTION            PIC X(16).
     05  AKTIV               PIC X(01).
     05  GROUP-USER          PIC X(16).
     05  ZPINS               PIC X(26).
