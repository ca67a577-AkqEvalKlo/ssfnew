*  synthesized host record for =SSFBOM (syntax-check only)
 01  SSFBOM.
     05  LAUF-ID             PIC S9(18) COMP.
     05  LFDNR               PIC S9(04) COMP.
     05  OBJEKT              PIC X(36).
     05  OBJEKT-NAME         PIC X(08).
     05  SOURCE-MODUL        PIC X(08).
     05  VERSION             PIC X(10).
     05  ART                 PIC X(01).
     05  BIBLIOTHEK          PIC X(36).
     05  SEKTION             PIC X(31).
     05  MEMBER-MODUL        PIC X(08).
     05  MEMBER-VERSION      PIC X(10).
     05  CHECKSUM            PIC S9(09) COMP.
     05  COMPILER            PIC X(08).
     05  COMPILER-VERSION    PIC X(16).
     05  COMPLETION-CODE     PIC S9(04) COMP.
     05  ZPINS               PIC X(26).
