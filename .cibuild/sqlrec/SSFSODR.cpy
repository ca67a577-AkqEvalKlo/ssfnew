*  synthesized host record for =SSFSODR (syntax-check only)
 01  SSFSODR.
     05  REGEL-NR            PIC S9(09) COMP.
     05  TYP                 PIC X(01).
     05  WERT1               PIC X(16).
     05  WERT2               PIC X(16).
     05  ANWENDUNG           PIC X(08).
     05  BESCHREIBUNG        PIC X(60).
     05  ANGELEGT-VON        PIC X(16).
     05  ZPINS               PIC X(26).
