*  synthesized host record for =SSFREGSZ (syntax-check only)
 01  SSFREGSZ.
     05  SZENARIO            PIC X(16).
     05  SOURCE-MODUL        PIC X(08).
     05  DRIVER              PIC X(08).
     05  LINK-CMD            PIC X(02).
     05  EINGABE-WERTE       PIC X(240).
     05  SOLL-RC             PIC S9(04) COMP.
     05  SOLL-WERTE          PIC X(240).
     05  IST-DATEI           PIC X(36).
     05  SOLL-DATEI          PIC X(36).
     05  AKTIV               PIC X(01).
     05  ZPINS               PIC X(26).
