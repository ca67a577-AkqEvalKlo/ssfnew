*  synthesized host record for =SSFTENV (syntax-check only)
 01  SSFTENV.
     05  SOURCE-MODUL        PIC X(08).
     05  VERSION             PIC X(10).
     05  AUFTRAG             PIC X(25).
     05  AKTIV-VON           PIC X(16).
     05  AKTIV-AM            PIC X(26).
     05  PLAN-ENDE           PIC X(08).
     05  FREI-VON            PIC X(16).
     05  FREI-AM             PIC X(26).
     05  VORG-AUFTRAG        PIC X(25).
     05  VORG-VON            PIC X(16).
     05  VORG-VERSION        PIC X(10).
     05  ZPINS               PIC X(26).
