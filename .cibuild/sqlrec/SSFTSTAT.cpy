*  synthesized host record for =SSFTSTAT (syntax-check only)
 01  SSFTSTAT.
     05  TABELLE             PIC X(24).
     05  ZEILEN              PIC S9(18) COMP.
     05  PARTITIONEN         PIC S9(04) COMP.
     05  EOF-SUMME           PIC S9(18) COMP.
     05  FUELLGRAD           PIC S9(04) COMP.
     05  PARTITION           PIC X(36).
     05  STATS-KZ            PIC X(01).
     05  GRUND               PIC X(10).
     05  ZPINS               PIC X(26).
