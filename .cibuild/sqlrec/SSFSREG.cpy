*  synthesized host record for =SSFSREG (syntax-check only)
 01  SSFSREG.
     05  PROZESS             PIC X(47).
     05  GROUP-USER          PIC X(16).
     05  HOMETERM            PIC X(26).
     05  START-TS            PIC X(26).
     05  LETZT-TS            PIC X(26).
     05  LETZT-KDO           PIC X(10).
