         49  VAL             PIC X(64).
     05  PRG-TIMEOUT         PIC 9(09).
     05  ZPINS               PIC X(26).
     05  SCHRITT-TYP         PIC X(01).
     05  GATE-STANDARD       PIC X(01).
     05  ABST-LFDNR          PIC 9(09).
     05  ABST-FELD           PIC X(01).
     05  ABST-REF-FELD       PIC X(01).
     05  ABST-TOLERANZ       PIC S9(15)V99 COMP.
