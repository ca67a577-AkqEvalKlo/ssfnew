*  synthesized host record for =SSFBACKP (syntax-check only)
 01  SSFBACKP.
     05  SOURCE-MODUL        PIC X(08).
     05  FIX-VERSION         PIC X(10).
     05  ZWEIG               PIC X(01).
     05  BP-STATUS           PIC X(01).
     05  ZIEL-VERSION        PIC X(10).
     05  GRUND               PIC X(40).
     05  FIX-TEXT            PIC X(40).
     05  ENTWICKLER          PIC X(16).
     05  BEARBEITER          PIC X(16).
     05  ZPINS               PIC X(26).
     05  ZP-STATUS           PIC X(26).
