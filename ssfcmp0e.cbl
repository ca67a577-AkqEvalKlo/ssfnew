

*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.03.00
* Kurzbeschreibung :: Kapselt alle Compileraufrufe ueber
* Kurzbeschreibung :: Prozess-Handler SSFPHD1
* Package          :: TOOL
*       |          |     | NICHT enthaelt, compiliert off-profile
*       |          |     | und wird in =SSPROT (Aktion "CP")
*       |          |     | festgehalten
*G.02.00|2026-10-15| km  | Stueckliste je Compile-Lauf: nach jedem
*       |          |     | Compile mit Objekt (CC 0/1, auch SRCCOMP-
*       |          |     | Batch) wird unter einer Lauf-Kennung nach
*       |          |     | =SSFBOM geschrieben, welche Source-Version
*       |          |     | und welche per COPY/?SOURCE eingebundenen
*       |          |     | Member (Bibliothek, Section, Version, Archiv-
*       |          |     | Pruefsumme) mit welchem Compiler samt
*       |          |     | Version in das Objekt eingegangen sind
*       |          |     | (C180, D180-D185, S130/S140)
*G.03.00|2026-10-15| km  | Ereignisse zu einem Modul verwerfen dessen
*       |          |     | Kurzbild in SRCSAFE (=SSFMSUM) - SRCSAFE
*       |          |     | liest dann bis zum Neuaufbau (VERWALTUNG
*       |          |     | MODSUM) wieder die Historie
*----------------------------------------------------------------*
*
* Programmbeschreibung
 SELECT LOCKF      ASSIGN TO #DYNAMIC.
 SELECT OLDLST     ASSIGN TO #DYNAMIC.
 SELECT NEWLST     ASSIGN TO #DYNAMIC.
 SELECT SRCINF     ASSIGN TO #DYNAMIC.

 DATA DIVISION.
 FILE SECTION.
             DEPENDING ON REC-LEN-NEW.
 01  NEW-LISTING-RECORD       PIC X(132).

*            Source des Compile-Laufs fuer die Stueckliste (C180)
 FD  SRCINF
     RECORD  IS VARYING IN SIZE
             FROM 0 TO 132 CHARACTERS
             DEPENDING ON REC-LEN-SRC.
 01  SRC-IN-RECORD            PIC X(132).

 WORKING-STORAGE SECTION.
*--------------------------------------------------------------------*
* Comp-Felder: Präfix Cn mit n = Anzahl Digits
 01          REC-LEN             PIC  9(04) COMP.
 01          REC-LEN-OLD         PIC  9(04) COMP.
 01          REC-LEN-NEW         PIC  9(04) COMP.
 01          REC-LEN-SRC         PIC  9(04) COMP.

*--------------------------------------------------------------------*
* Display-Felder: Präfix D
     05      NEW-EOF-FLAG             PIC 9    VALUE ZERO.
          88 NEW-EOF                           VALUE 1.

*            Fuer die Stueckliste (C180): Dateiende Source und
*            Ergebnis des Schreibens nach =SSFBOM
     05      SRC-EOF-FLAG             PIC 9    VALUE ZERO.
          88 SRC-EOF                           VALUE 1.
     05      BOM-FLAG                 PIC 9    VALUE ZERO.
          88 BOM-OK                            VALUE ZERO.
          88 BOM-NOK                           VALUE 1.

 01          PERM-SCHALTER.
     05      INIT-STATUS         PIC 9       VALUE ZERO.
          88 INIT-NOK                        VALUE ZERO.
     05      W-CTIM-T-ERROR-ITEM PIC S9(4) COMP.
     05      W-CTIM-T-ERROR      PIC S9(4) COMP.

*--------------------------------------------------------------------*
* Stueckliste (=SSFBOM): Completion-Code und Funktion des Compile-
* Laufs (C300-SPOOL-EDIT ueberschreibt beide) sowie Arbeitsfelder
* fuer die Suche nach COPY/?SOURCE (s. C180-STUECKLISTE)
*--------------------------------------------------------------------*
 01          BOM-FELDER.
     05      W-BOM-CC            PIC S9(04) COMP VALUE ZERO.
     05      W-BOM-FKT           PIC X(15)  VALUE SPACES.
          88 BOM-FKT-SCAN                   VALUE "COB            "
                                                  "C              "
                                                  "TAL            ".
     05      W-BOM-ZEILE         PIC X(132) VALUE SPACES.
     05      W-BOM-POS           PIC S9(04) COMP VALUE ZERO.
     05      W-BOM-LEN           PIC S9(04) COMP VALUE ZERO.
     05      W-BOM-I             PIC S9(04) COMP VALUE ZERO.
     05      W-BOM-LFDNR         PIC S9(04) COMP VALUE ZERO.
     05      W-BOM-ANZ-MEMBER    PIC S9(04) COMP VALUE ZERO.
     05      W-BOM-LST-ZEILEN    PIC S9(04) COMP VALUE ZERO.
     05      W-BOM-TOKEN         PIC X(40)  VALUE SPACES.
     05      W-BOM-KOMP-TAB.
      10     W-BOM-KOMP          PIC X(40)  OCCURS 4.
     05      W-BOM-LIB-TEIL      PIC X(132) VALUE SPACES.
     05      W-BOM-SEK-TEIL      PIC X(132) VALUE SPACES.
     05      W-BOM-SEK-TAB.
      10     W-BOM-SEK           PIC X(31)  OCCURS 8.

 01          PARAMETER-FELDER.
     05      P-DUMMY             PIC X(02).

*            z.B. $WE   - Prozess von CSSPOOL fuer C100     
     05      H-SPOOL             PIC X(06).
*            z.B. $WELS - Prozess von SPOOL   fuer C200     

** --> Stueckliste =SSFBOM (s. C180-STUECKLISTE)
     05      H-BOM-LAUF          PIC S9(18) COMP.
     05      H-BOM-LFDNR         PIC S9(04) COMP.
     05      H-BOM-OBJEKT        PIC X(36).
     05      H-BOM-OBJEKT-NAME   PIC X(08).
     05      H-BOM-MODUL         PIC X(08).
     05      H-BOM-VERSION       PIC X(10).
     05      H-BOM-ART           PIC X(01).
*            "Q" = Source, "C" = COPY-Member, "S" = ?SOURCE-Member
     05      H-BOM-BIBLIOTHEK    PIC X(36).
     05      H-BOM-SEKTION       PIC X(31).
     05      H-BOM-MEMBER        PIC X(08).
     05      H-BOM-MEMBER-VERS   PIC X(10).
     05      H-BOM-CHECKSUM      PIC S9(09) COMP.
     05      H-BOM-COMPILER      PIC X(08).
     05      H-BOM-COMPILER-VERS PIC X(16).
     05      H-BOM-CC            PIC S9(04) COMP.
******************************************************************
* Im Folgenden mit dem INVOKE-Befehl die Tabellenstruktur-
* definitonen der benötigten Tabellen einfügen
**--> Compile-Lauf in der Historie protokollieren (nur Warnung bei
**    Fehlschlag, der Compile selbst bleibt davon unberuehrt)
     PERFORM C150-COMPILE-HISTORIE

**--> Ergebnis und Funktion fuer die Stueckliste sichern - die
**    Listen-Verarbeitung (C300) ueberschreibt beide
     MOVE MSG-COMPLETION-CODE TO W-BOM-CC
     MOVE FKT-FLAG            TO W-BOM-FKT
     
**--> Auswerten Completion-Code
**    --> Compile-Ergebnis anzeigen
         EXIT SECTION
      END-IF

*--> Stueckliste des Laufs (Source-Version, COPY-/?SOURCE-Member,
*    Compiler) nach =SSFBOM - nur wenn ein Objekt entstanden ist
      IF  W-BOM-CC < 2
          PERFORM C180-STUECKLISTE
      END-IF

*--> Vergleich mit letzter Compileliste laeuft immer mit - so wird
*    jede neu hinzugekommene Compiler-Warnung sofort gemeldet, und
*    ein fehlerfreier Lauf schreibt die Vergleichsbasis fort
     DISPLAY ">>!! @CPROF@) - Profil " W-CPROF-NAME " nicht"
             " angewendet !!"
     PERFORM U100-BEGIN
**  ---> Modul-Kurzbild in SRCSAFE (=SSFMSUM) verwerfen - bis zum
**       Neuaufbau (VERWALTUNG MODSUM) liest SRCSAFE die Historie
     EXEC SQL
         DELETE
           FROM  =SSFMSUM
          WHERE  SOURCE_MODUL = :SRC-FILE
     END-EXEC
     EXEC SQL
         INSERT
           INTO  =SSPROT
 C170-99.
     EXIT.

******************************************************************
* Stueckliste des Compile-Laufs nach =SSFBOM: unter einer Lauf-
* Kennung (Zeitstempel) je eine Position fuer den Source selbst
* (Version = ABNAHME-Version, archivierte Pruefsumme) und fuer jedes
* per COPY (COBOL) bzw. ?SOURCE (TAL/C) eingebundene Member mit
* Bibliothek, Section, derzeitiger Version der Bibliothek (wie
* S830-INSERT-LIBS im SRCSAFE: die Bibliothek ist selbst ein
* PROGRAMS-Eintrag) und deren Archiv-Pruefsumme. Jede Position traegt
* Objekt, Compiler und Compiler-Version (aus dem Kopf der
* Compileliste, s. D180). Aufruf aus C100-COMPILE nach
* C300-SPOOL-EDIT, nur wenn ein Objekt entstanden ist (Completion-
* Code 0/1); ein Fehler beim Schreiben ist nur eine Warnung
******************************************************************
 C180-STUECKLISTE SECTION.
 C180-00.
     SET BOM-OK TO TRUE
     MOVE ZERO TO W-BOM-LFDNR, W-BOM-ANZ-MEMBER

**--> Lauf-Kennung, Objekt und Compiler fuer alle Positionen
     PERFORM U200-TIMESTAMP
     MOVE TAL-TIME-N16      TO H-BOM-LAUF
     MOVE P-OBJ-FILE        TO H-BOM-OBJEKT
     MOVE OBJ-FILE          TO H-BOM-OBJEKT-NAME
     MOVE SRC-FILE          TO H-BOM-MODUL
     MOVE W-COMPILER        TO H-BOM-COMPILER
     MOVE W-BOM-CC          TO H-BOM-CC
     PERFORM D180-BOM-COMPILER-VERSION

**--> Version des Source aus der Ref-Tabelle PROGRAMS - sie ist die
**    Version, unter der das Objekt in =ABNAHME gefuehrt wird
     MOVE SRC-FILE TO PROGRAMM OF PROGRAMS
     PERFORM S110-SELECT-PROGRAMS
     MOVE VERSION OF PROGRAMS TO H-BOM-VERSION

     PERFORM U100-BEGIN

**--> erste Position: der Source selbst
     MOVE "Q"               TO H-BOM-ART
     MOVE P-SRC-FILE        TO H-BOM-BIBLIOTHEK
     MOVE SPACES            TO H-BOM-SEKTION
     MOVE SRC-FILE          TO H-BOM-MEMBER
     MOVE H-BOM-VERSION     TO H-BOM-MEMBER-VERS
     PERFORM S130-SELECT-SSFRARCH-CHK
     ADD 1 TO W-BOM-LFDNR
     PERFORM S140-INSERT-SSFBOM

**--> COPY-/?SOURCE-Member nur bei Compiles der Host-Sprache -
**    SQLCOMP/SQLINCR arbeiten auf dem bereits gebundenen Objekt
     IF  BOM-OK
     AND BOM-FKT-SCAN
         PERFORM D181-BOM-SOURCE-SCAN
     END-IF

     IF  BOM-OK
         PERFORM U110-COMMIT
         MOVE W-BOM-ANZ-MEMBER TO D-NUM4
         DISPLAY ">> Stueckliste: " D-NUM4 " Member, "
                 W-COMPILER " " H-BOM-COMPILER-VERS
     ELSE
         PERFORM U120-ROLLBACK
         DISPLAY ">>!! Stueckliste nicht schreibbar (=SSFBOM) !!"
     END-IF
     .
 C180-99.
     EXIT.

******************************************************************
* Spooler-Anzeige
******************************************************************
 D402-99.
     EXIT.

******************************************************************
* Stueckliste: Compiler-Version aus dem Kopf der Compileliste
* (P-PRT-FILE, s. C300-SPOOL-EDIT) lesen - gesucht wird in den
* ersten Zeilen die Produktnummer des Compilers (z.B. "T9257H02"
* aus "COBOL85 - T9257H02 - (...)"); wird keine gefunden, bleibt
* die Version "UNBEKANNT"
******************************************************************
 D180-BOM-COMPILER-VERSION SECTION.
 D180-00.
     MOVE "UNBEKANNT"       TO H-BOM-COMPILER-VERS

     MOVE  P-PRT-FILE       TO ASS-FNAME
     MOVE  ZERO             TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  NEWLST
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         EXIT SECTION
     END-IF
     OPEN INPUT NEWLST

     MOVE ZERO TO NEW-EOF-FLAG, W-BOM-LST-ZEILEN
     READ NEWLST AT END SET NEW-EOF TO TRUE END-READ
     PERFORM UNTIL NEW-EOF
                OR W-BOM-LST-ZEILEN > 20
                OR H-BOM-COMPILER-VERS NOT = "UNBEKANNT"
        ADD 1 TO W-BOM-LST-ZEILEN
        PERFORM VARYING W-BOM-POS FROM 2 BY 1
                  UNTIL W-BOM-POS > 120
                     OR H-BOM-COMPILER-VERS NOT = "UNBEKANNT"
           IF  NEW-LISTING-RECORD (W-BOM-POS - 1:1) = SPACE
           AND NEW-LISTING-RECORD (W-BOM-POS:1)     = "T"
           AND NEW-LISTING-RECORD (W-BOM-POS + 1:4) NUMERIC
               MOVE ZERO TO W-BOM-LEN
               INSPECT NEW-LISTING-RECORD (W-BOM-POS:) TALLYING
                       W-BOM-LEN FOR CHARACTERS BEFORE INITIAL " "
               IF  W-BOM-LEN > 16
                   MOVE 16 TO W-BOM-LEN
               END-IF
               MOVE NEW-LISTING-RECORD (W-BOM-POS:W-BOM-LEN)
                                    TO H-BOM-COMPILER-VERS
           END-IF
        END-PERFORM
        READ NEWLST AT END SET NEW-EOF TO TRUE END-READ
     END-PERFORM

     CLOSE NEWLST
     .
 D180-99.
     EXIT.

******************************************************************
* Stueckliste: Source (P-SRC-FILE) Zeile fuer Zeile nach COPY- und
* ?SOURCE-Anweisungen durchsuchen (Kommentarzeilen "*" zaehlen
* nicht) und je gefundenem Member eine Position schreiben
******************************************************************
 D181-BOM-SOURCE-SCAN SECTION.
 D181-00.
     MOVE  P-SRC-FILE       TO ASS-FNAME
     MOVE  ZERO             TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  SRCINF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY ">>!! Stueckliste: Source nicht lesbar: ",
                 ASS-FNAME, " ", ASS-FSTATUS
         EXIT SECTION
     END-IF
     OPEN INPUT SRCINF

     MOVE ZERO TO SRC-EOF-FLAG
     READ SRCINF AT END SET SRC-EOF TO TRUE END-READ
     PERFORM UNTIL SRC-EOF
                OR BOM-NOK
        MOVE SPACES TO W-BOM-ZEILE
        IF  REC-LEN-SRC > ZERO
            MOVE SRC-IN-RECORD (1:REC-LEN-SRC) TO W-BOM-ZEILE
        END-IF
        INSPECT W-BOM-ZEILE CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        EVALUATE TRUE
           WHEN W-BOM-ZEILE (1:1) = "*"
                CONTINUE
           WHEN W-BOM-ZEILE (1:7) = "?SOURCE"
                PERFORM D183-BOM-SOURCE-ZEILE
           WHEN W-BOM-ZEILE (1:1) = "?"
                CONTINUE
           WHEN OTHER
                PERFORM D182-BOM-COPY-ZEILE
        END-EVALUATE
        READ SRCINF AT END SET SRC-EOF TO TRUE END-READ
     END-PERFORM

     CLOSE SRCINF
     .
 D181-99.
     EXIT.

******************************************************************
* Stueckliste: COPY-Anweisung zerlegen (gleiche Positionslogik wie
* E411-LOOK4COPY im SRCSAFE)
*
*       COPY    WSYS022C OF "=MSGLIB".
*               --------     --------
*               Section      Bibliothek
******************************************************************
 D182-BOM-COPY-ZEILE SECTION.
 D182-00.
     MOVE ZERO TO W-BOM-POS
     INSPECT W-BOM-ZEILE TALLYING
             W-BOM-POS FOR CHARACTERS BEFORE INITIAL " COPY "
     IF  W-BOM-POS = ZERO
     OR  W-BOM-POS > 40
         EXIT SECTION
     END-IF

**--> Startpunkt hinter "COPY" und fuehrende Blanks ueberspringen
     COMPUTE W-BOM-POS = W-BOM-POS + 7
     MOVE ZERO TO W-BOM-LEN
     INSPECT W-BOM-ZEILE (W-BOM-POS:) TALLYING
             W-BOM-LEN FOR LEADING " "
     ADD W-BOM-LEN TO W-BOM-POS
     IF  W-BOM-POS > 120
         EXIT SECTION
     END-IF

     MOVE SPACES TO W-BOM-KOMP-TAB
     UNSTRING W-BOM-ZEILE (W-BOM-POS:) DELIMITED BY ALL SPACE
         INTO W-BOM-KOMP (1), W-BOM-KOMP (2), W-BOM-KOMP (3)
     END-UNSTRING

     MOVE W-BOM-KOMP (1)    TO W-BOM-TOKEN
     PERFORM D185-BOM-PUNKT-WEG
     MOVE W-BOM-TOKEN       TO H-BOM-SEKTION

     MOVE SPACES            TO H-BOM-BIBLIOTHEK
     IF  W-BOM-KOMP (2) = "OF" OR = "IN"
         MOVE W-BOM-KOMP (3) TO W-BOM-TOKEN
         PERFORM D185-BOM-PUNKT-WEG
         IF  W-BOM-TOKEN (1:1) = QUOTE
             UNSTRING W-BOM-TOKEN (2:) DELIMITED BY QUOTE
                 INTO H-BOM-BIBLIOTHEK
             END-UNSTRING
         ELSE
             MOVE W-BOM-TOKEN TO H-BOM-BIBLIOTHEK
         END-IF
     END-IF

     MOVE "C"               TO H-BOM-ART
     PERFORM D184-BOM-MEMBER
     .
 D182-99.
     EXIT.

******************************************************************
* Stueckliste: ?SOURCE-Direktive zerlegen - eine Position je
* genannter Section, ohne Sectionliste eine fuer die ganze Datei
*
*    ?SOURCE =TALLIB (SECT1, SECT2)
*            -------  ------------
*            Bibl.    Sections
******************************************************************
 D183-BOM-SOURCE-ZEILE SECTION.
 D183-00.
     MOVE SPACES TO W-BOM-LIB-TEIL, W-BOM-SEK-TEIL, W-BOM-SEK-TAB
     UNSTRING W-BOM-ZEILE (8:) DELIMITED BY "("
         INTO W-BOM-LIB-TEIL, W-BOM-SEK-TEIL
     END-UNSTRING

**--> Bibliothek: erstes Wort hinter ?SOURCE
     IF  W-BOM-LIB-TEIL = SPACES
         EXIT SECTION
     END-IF
     MOVE ZERO TO W-BOM-LEN
     INSPECT W-BOM-LIB-TEIL TALLYING W-BOM-LEN FOR LEADING " "
     MOVE SPACES TO H-BOM-BIBLIOTHEK
     UNSTRING W-BOM-LIB-TEIL (W-BOM-LEN + 1:) DELIMITED BY " " OR ","
         INTO H-BOM-BIBLIOTHEK
     END-UNSTRING

     MOVE "S"               TO H-BOM-ART
     IF  W-BOM-SEK-TEIL = SPACES
         MOVE SPACES TO H-BOM-SEKTION
         PERFORM D184-BOM-MEMBER
         EXIT SECTION
     END-IF

     UNSTRING W-BOM-SEK-TEIL DELIMITED BY "," OR ")"
         INTO W-BOM-SEK (1), W-BOM-SEK (2), W-BOM-SEK (3),
              W-BOM-SEK (4), W-BOM-SEK (5), W-BOM-SEK (6),
              W-BOM-SEK (7), W-BOM-SEK (8)
     END-UNSTRING
     PERFORM VARYING W-BOM-I FROM 1 BY 1
               UNTIL W-BOM-I > 8
                  OR BOM-NOK
        IF  W-BOM-SEK (W-BOM-I) NOT = SPACES
            MOVE ZERO TO W-BOM-LEN
            INSPECT W-BOM-SEK (W-BOM-I) TALLYING
                    W-BOM-LEN FOR LEADING " "
            MOVE W-BOM-SEK (W-BOM-I) (W-BOM-LEN + 1:)
                                    TO H-BOM-SEKTION
            PERFORM D184-BOM-MEMBER
        END-IF
     END-PERFORM
     .
 D183-99.
     EXIT.

******************************************************************
* Stueckliste: Member-Position schreiben. Die Bibliothek zaehlt wie
* im Referenz-Scan des SRCSAFE nur mit dem Dateinamen (letzte
* Komponente, "=" eines DEFINE-Namens entfernt); deren derzeitige
* Version kommt aus PROGRAMS, die Pruefsumme aus =SSFRARCH. Ein
* COPY ohne Bibliothek bleibt ohne Version
*
*    Eingabe:    H-BOM-ART, H-BOM-BIBLIOTHEK, H-BOM-SEKTION
******************************************************************
 D184-BOM-MEMBER SECTION.
 D184-00.
     MOVE SPACES TO W-BOM-KOMP-TAB, H-BOM-MEMBER, H-BOM-MEMBER-VERS
     MOVE ZERO   TO H-BOM-CHECKSUM
     UNSTRING H-BOM-BIBLIOTHEK DELIMITED BY "."
         INTO W-BOM-KOMP (1), W-BOM-KOMP (2), W-BOM-KOMP (3),
              W-BOM-KOMP (4)
     END-UNSTRING
     PERFORM VARYING W-BOM-I FROM 4 BY -1
               UNTIL W-BOM-I < 1
                  OR W-BOM-KOMP (W-BOM-I) NOT = SPACES
        CONTINUE
     END-PERFORM
     IF  W-BOM-I > ZERO
         IF  W-BOM-KOMP (W-BOM-I) (1:1) = "="
             MOVE W-BOM-KOMP (W-BOM-I) (2:) TO H-BOM-MEMBER
         ELSE
             MOVE W-BOM-KOMP (W-BOM-I)      TO H-BOM-MEMBER
         END-IF
     END-IF

     IF  H-BOM-MEMBER NOT = SPACES
         MOVE H-BOM-MEMBER TO PROGRAMM OF PROGRAMS
         PERFORM S110-SELECT-PROGRAMS
         MOVE VERSION OF PROGRAMS TO H-BOM-MEMBER-VERS
         PERFORM S130-SELECT-SSFRARCH-CHK
     END-IF

     ADD 1 TO W-BOM-LFDNR
     ADD 1 TO W-BOM-ANZ-MEMBER
     PERFORM S140-INSERT-SSFBOM
     .
 D184-99.
     EXIT.

******************************************************************
* Stueckliste: abschliessenden Punkt von W-BOM-TOKEN entfernen
******************************************************************
 D185-BOM-PUNKT-WEG SECTION.
 D185-00.
     MOVE ZERO TO W-BOM-LEN
     INSPECT W-BOM-TOKEN TALLYING
             W-BOM-LEN FOR CHARACTERS BEFORE INITIAL " "
     IF  W-BOM-LEN > ZERO
     AND W-BOM-TOKEN (W-BOM-LEN:1) = "."
         MOVE SPACE TO W-BOM-TOKEN (W-BOM-LEN:1)
     END-IF
     .
 D185-99.
     EXIT.

******************************************************************
* CMPDIF: aktuelle Compileliste als neue Vergleichsbasis sichern
******************************************************************
 S120-99.
     EXIT.

******************************************************************
* Archivierte Pruefsumme (=SSFRARCH) eines Members in einer
* Version: juengster Source-Archiv-Eintrag - kein Treffer ist kein
* Fehler, die Pruefsumme bleibt dann ZERO (s. C180-STUECKLISTE)
******************************************************************
 S130-SELECT-SSFRARCH-CHK SECTION.
 S130-00.
     MOVE ZERO TO H-BOM-CHECKSUM
     IF  H-BOM-MEMBER      = SPACES
     OR  H-BOM-MEMBER-VERS = SPACES
         EXIT SECTION
     END-IF
     EXEC SQL
         SELECT  CHECKSUM
           INTO  :H-BOM-CHECKSUM
           FROM  =SSFRARCH A
          WHERE  A.SOURCE_MODUL = :H-BOM-MEMBER
            AND  A.VERSION      = :H-BOM-MEMBER-VERS
            AND  A.FILE_TYPE    = "SRC"
            AND  A.ZPINS =
                 (SELECT  MAX (ZPINS)
                    FROM  =SSFRARCH M
                   WHERE  M.SOURCE_MODUL = :H-BOM-MEMBER
                     AND  M.VERSION      = :H-BOM-MEMBER-VERS
                     AND  M.FILE_TYPE    = "SRC")
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO H-BOM-CHECKSUM
     END-EVALUATE
     .
 S130-99.
     EXIT.

******************************************************************
* Insert einer Position in die Stueckliste =SSFBOM - Fehlschlag
* setzt BOM-NOK (Rollback und Warnung in C180-STUECKLISTE)
******************************************************************
 S140-INSERT-SSFBOM SECTION.
 S140-00.
     MOVE W-BOM-LFDNR TO H-BOM-LFDNR
     EXEC SQL
         INSERT
           INTO  =SSFBOM
                 (LAUF_ID, LFDNR, OBJEKT, OBJEKT_NAME, SOURCE_MODUL
                 ,VERSION, ART, BIBLIOTHEK, SEKTION, MEMBER_MODUL
                 ,MEMBER_VERSION, CHECKSUM, COMPILER
                 ,COMPILER_VERSION, COMPLETION_CODE, ZPINS
                 )
         VALUES  (
                  :H-BOM-LAUF
                 ,:H-BOM-LFDNR
                 ,:H-BOM-OBJEKT
                 ,:H-BOM-OBJEKT-NAME
                 ,:H-BOM-MODUL
                 ,:H-BOM-VERSION
                 ,:H-BOM-ART
                 ,:H-BOM-BIBLIOTHEK
                 ,:H-BOM-SEKTION
                 ,:H-BOM-MEMBER
                 ,:H-BOM-MEMBER-VERS
                 ,:H-BOM-CHECKSUM
                 ,:H-BOM-COMPILER
                 ,:H-BOM-COMPILER-VERS
                 ,:H-BOM-CC
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Insert in SSFBOM: " D-NUM4
                     SET BOM-NOK TO TRUE
     END-EVALUATE
     .
 S140-99.
     EXIT.

******************************************************************
* Transaktionsbegrenzungen
******************************************************************
