*  synthesized host record for =SSFRESDEF (syntax-check only)
 01  SSFRESDEF.
     05  ANWENDUNG           PIC X(08).
     05  FUNKTION            PIC X(16).
     05  LFDNR               PIC 9(09).
     05  RESSOURCE           PIC X(16).
     05  MODUS               PIC X(01).
     05  MAX-WARTE-MIN       PIC 9(04).
     05  ZPINS               PIC X(26).
