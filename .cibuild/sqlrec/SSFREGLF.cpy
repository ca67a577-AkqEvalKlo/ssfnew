*  synthesized host record for =SSFREGLF (syntax-check only)
 01  SSFREGLF.
     05  LAUF-ID             PIC X(16).
     05  SZENARIO            PIC X(16).
     05  SOURCE-MODUL        PIC X(08).
     05  DRIVER              PIC X(08).
     05  ERGEBNIS            PIC X(03).
     05  BEMERKUNG           PIC X(60).
     05  LAUF-TS             PIC X(26).
