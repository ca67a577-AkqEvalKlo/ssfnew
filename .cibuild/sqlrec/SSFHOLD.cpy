*  synthesized host record for =SSFHOLD (syntax-check only)
 01  SSFHOLD.
     05  HOLD-NR             PIC S9(09) COMP.
     05  HOLD-ART            PIC X(01).
     05  HOLD-WERT           PIC X(25).
     05  DATUM-VON           PIC X(10).
     05  DATUM-BIS           PIC X(10).
     05  ENDE-DATUM          PIC X(10).
     05  ANTRAGSTELLER       PIC X(30).
     05  GRUND               PIC X(60).
     05  HOLD-STATUS         PIC X(02).
     05  ERFASST-VON         PIC X(16).
     05  ZPINS               PIC X(26).
     05  AUFGEHOBEN-VON      PIC X(16).
     05  ZP-AUFGEHOBEN       PIC X(26).
