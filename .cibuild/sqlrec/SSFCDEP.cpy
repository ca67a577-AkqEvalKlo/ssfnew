*  synthesized host record for =SSFCDEP (syntax-check only)
 01  SSFCDEP.
     05  ANWENDUNG           PIC X(08).
     05  FUNKTION            PIC X(16).
     05  LFDNR               PIC 9(09).
     05  VOR-TYP             PIC X(01).
     05  VOR-FUNKTION        PIC X(16).
     05  VOR-DATEI           PIC X(36).
     05  STABIL-MIN          PIC 9(04).
     05  MAX-WARTE-MIN       PIC 9(04).
     05  ZPINS               PIC X(26).
