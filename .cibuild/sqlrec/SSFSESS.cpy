     05  HOMETERM            PIC X(32).
     05  RC                  PIC X(02).
     05  ZPINS               PIC X(26).
     05  STUNDE              PIC S9(04) COMP.
     05  DAUER-CS            PIC S9(09) COMP.
     05  DAUER-COU-CS        PIC S9(09) COMP.
     05  DAUER-CIN-CS        PIC S9(09) COMP.
     05  DAUER-ZIP-CS        PIC S9(09) COMP.
