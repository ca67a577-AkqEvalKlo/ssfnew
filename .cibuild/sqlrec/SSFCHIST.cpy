     05  DAUER-CS            PIC S9(09).
     05  DRYRUN              PIC X(01).
     05  ZPINS               PIC X(26).
     05  START-TS            PIC 9(16).
     05  FEHLER-KLASSE       PIC X(16).
     05  FEHLER-NR           PIC 9(04).
     05  RESTART-OK          PIC X(01).
     05  GATE-ENTSCHEID      PIC X(01).
     05  GATE-USER           PIC X(32).
     05  GATE-KOMMENTAR      PIC X(64).
     05  KTR-KZ              PIC X(03).
     05  KTR-EIN             PIC S9(18) COMP.
     05  KTR-AUS             PIC S9(18) COMP.
     05  KTR-SUMME           PIC S9(15)V99 COMP.
     05  ABST-ERGEBNIS       PIC X(01).
