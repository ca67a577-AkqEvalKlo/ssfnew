*  synthesized host record for =SSFPDICT (syntax-check only)
 01  SSFPDICT.
     05  MUSTER              PIC X(16).
     05  FELD                PIC X(01).
     05  TYP                 PIC X(01).
     05  STELLEN             PIC S9(04) COMP.
     05  MIN-WERT            PIC S9(09) COMP.
     05  MAX-WERT            PIC S9(09) COMP.
     05  WERTE               PIC X(64).
     05  VORGABE             PIC X(36).
     05  FUNKTION            PIC X(16).
     05  HILFE               PIC X(80).
     05  GROUP-USER          PIC X(16).
     05  ZPINS               PIC X(26).
