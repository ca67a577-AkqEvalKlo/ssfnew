     05  FREIGABE-AM2        PIC X(26).
     05  REL2PROD-VON        PIC X(16).
     05  REL2PROD-AM         PIC X(26).
     05  AT-OBJ-EOF          PIC S9(10).
     05  AT-OBJ-MODTS        PIC S9(18).
     05  R2P-PRUEF           PIC X(02).
     05  R2P-PRUEF-AM        PIC X(26).
     05  R2P-PRUEF-INFO      PIC X(64).
     05  R2P-RUECKBAU        PIC X(01).
     05  RISIKO-SCORE        PIC S9(04).
     05  RISIKO-INFO         PIC X(32).
