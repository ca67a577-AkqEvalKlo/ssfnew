*  synthesized host record for =SSFMSUM (syntax-check only)
 01  SSFMSUM.
     05  SOURCE-MODUL        PIC X(08).
     05  ZP-LETZT-PROT       PIC X(26).
     05  ZP-LETZT-ARCH       PIC X(26).
     05  LETZT-CO-USER       PIC X(16).
     05  LETZT-CI-USER       PIC X(16).
     05  ZP-LETZT-AKTIV      PIC X(26).
     05  ABN-KZ              PIC X(01).
     05  ABN-VERSION         PIC X(10).
     05  ABN-ANTRAG-VON      PIC X(16).
     05  ABN-ANTRAG-AM       PIC X(26).
     05  ABN-FREIGABE-VON    PIC X(16).
     05  ABN-FREIGABE-AM     PIC X(26).
     05  ABN-REL2PROD-AM     PIC X(26).
     05  ZPAKT               PIC X(26).
