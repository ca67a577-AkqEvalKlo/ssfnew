*  synthesized host record for =SSFFKAT (syntax-check only)
 01  SSFFKAT.
     05  KAT-NR              PIC 9(04).
     05  MUSTER              PIC X(40).
     05  KLASSE              PIC X(16).
     05  RESTART-OK          PIC X(01).
     05  MASSNAHME           PIC X(120).
     05  AKTIV               PIC X(01).
     05  ZPINS               PIC X(26).
