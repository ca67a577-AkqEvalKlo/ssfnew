*  synthesized host record for =SSFPARCO (syntax-check only)
 01  SSFPARCO.
     05  SOURCE-MODUL        PIC X(08).
     05  GROUP-USER          PIC X(16).
     05  LFDNR               PIC S9(04) COMP.
     05  ARBEITSKOPIE        PIC X(36).
     05  BASIS-DATEI         PIC X(36).
     05  ERGEBNIS-DATEI      PIC X(36).
     05  MERGE-STATUS        PIC X(02).
     05  ZP-CHECKOUT         PIC X(26).
     05  ZP-MERGE            PIC X(26).
