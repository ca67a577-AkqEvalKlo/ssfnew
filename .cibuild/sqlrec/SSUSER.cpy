     05  BESTAETIGUNGSCODE   PIC X(16).
     05  GUELTIG-BIS         PIC X(10).
     05  ZPINS               PIC X(26).
     05  BESTCODE-HASH       PIC X(82).
