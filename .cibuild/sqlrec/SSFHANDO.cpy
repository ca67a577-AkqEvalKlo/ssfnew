*  synthesized host record for =SSFHANDO (syntax-check only)
 01  SSFHANDO.
     05  SOURCE-MODUL        PIC X(08).
     05  VON-USER            PIC X(16).
     05  AN-USER             PIC X(16).
     05  ARBEITSKOPIE        PIC X(36).
     05  ZPINS               PIC X(26).
