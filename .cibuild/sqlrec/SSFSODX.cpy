*  synthesized host record for =SSFSODX (syntax-check only)
 01  SSFSODX.
     05  GRP-USER            PIC X(16).
     05  REGEL-NR            PIC S9(09) COMP.
     05  BEGRUENDUNG         PIC X(60).
     05  BEANTRAGT-VON       PIC X(16).
     05  GENEHMIGT-VON       PIC X(16).
     05  ZPINS               PIC X(26).
