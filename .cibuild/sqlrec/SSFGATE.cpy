*  synthesized host record for =SSFGATE (syntax-check only)
 01  SSFGATE.
     05  ANWENDUNG           PIC X(08).
     05  MODUL               PIC X(08).
     05  FUNKTION            PIC X(16).
     05  LFDNR               PIC 9(09).
     05  ZUSTAND             PIC X(01).
     05  STD-AKTION          PIC X(01).
     05  MAX-WARTE-MIN       PIC 9(04).
     05  FRAGE               PIC X(64).
     05  START-TS            PIC 9(16).
     05  ENTSCHEID-TS        PIC 9(16).
     05  ENTSCHEIDER         PIC X(32).
     05  KOMMENTAR           PIC X(64).
