*  synthesized host record for =SSFACREQ (syntax-check only)
 01  SSFACREQ.
     05  ANTRAG-NR           PIC S9(09) COMP.
     05  FUER-USER           PIC X(16).
     05  ROLLE               PIC X(16).
     05  BIS-DATUM           PIC X(08).
     05  BEGRUENDUNG         PIC X(60).
     05  ANTRAG-VON          PIC X(16).
     05  GENEHMIGER          PIC X(16).
     05  GENEHMIGER2         PIC X(16).
     05  ROUTING             PIC X(01).
     05  ANTRAG-STATUS       PIC X(01).
     05  ENTSCHIEDEN-VON     PIC X(16).
     05  KOMMENTAR           PIC X(60).
     05  ERGEBNIS            PIC X(01).
     05  ZPINS               PIC X(26).
     05  ZP-ENTSCHEID        PIC X(26).
