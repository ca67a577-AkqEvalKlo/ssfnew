*  synthesized host record for =SSFCRUD (syntax-check only)
 01  SSFCRUD.
     05  PROGRAMM            PIC X(08).
     05  OBJEKT              PIC X(35).
     05  OBJ-TYP             PIC X(04).
     05  ZUGRIFF             PIC X(04).
