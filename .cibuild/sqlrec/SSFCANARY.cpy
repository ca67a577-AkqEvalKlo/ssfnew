*  synthesized host record for =SSFCANARY (syntax-check only)
 01  SSFCANARY.
     05  LAUF                PIC X(14).
     05  STUFE-NR            PIC S9(04) COMP.
     05  STUFE               PIC X(04).
     05  SOURCE-MODUL        PIC X(08).
     05  VERSION             PIC X(08).
     05  ERGEBNIS            PIC X(02).
     05  DAUER-SEK           PIC S9(09) COMP.
     05  SCHNITT-SEK         PIC S9(09) COMP.
     05  INFO                PIC X(60).
     05  ZPINS               PIC X(26).
