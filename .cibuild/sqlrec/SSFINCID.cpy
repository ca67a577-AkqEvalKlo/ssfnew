*  synthesized host record for =SSFINCID (syntax-check only)
 01  SSFINCID.
     05  INCIDENT-NR         PIC X(16).
     05  SOURCE-MODUL        PIC X(08).
     05  VERSION             PIC X(10).
     05  INC-DATUM           PIC X(08).
     05  SCHWERE             PIC X(01).
     05  AUFTRAG             PIC X(25).
     05  ENTWICKLER          PIC X(16).
     05  REL-DATUM           PIC X(10).
     05  URSACHE             PIC X(60).
     05  ERFASST-VON         PIC X(16).
     05  ZPINS               PIC X(26).
