*  synthesized host record for =SSFRESLK (syntax-check only)
 01  SSFRESLK.
     05  RESSOURCE           PIC X(16).
     05  ANWENDUNG           PIC X(08).
     05  FUNKTION            PIC X(16).
     05  LFDNR               PIC 9(09).
     05  MODUS               PIC X(01).
     05  ZUSTAND             PIC X(01).
     05  SEIT-TS             PIC 9(16).
