

*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.00.07
* Kurzbeschreibung :: Stellt Funktionen zum Sperren und Freigeben
* Kurzbeschreibung :: von Repository-Dateien zur Verfügung
* Package          :: TOOL
*----------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                             *
*-------|----------|-----|---------------------------------------*
*G.00.07|2026-10-15| km  | Ereignisse zu einem Modul verwerfen dessen
*       |          |     | Kurzbild in SRCSAFE (=SSFMSUM) - SRCSAFE
*       |          |     | liest dann bis zum Neuaufbau (VERWALTUNG
*       |          |     | MODSUM) wieder die Historie
*----------------------------------------------------------------*
*G.00.06|2026-10-15| km  | Neues Kommando HO (Handover): die Sperre
*       |          |     | eines ausgecheckten Files wechselt an
*       |          |     | einen anderen User (LINK-NEU-USER) - die
*       |          |     | Sperr-Datei wird auf den neuen Besitzer
*       |          |     | umgeschrieben (F300), eine Reservierung
*       |          |     | des neuen Besitzers fuer das File ent-
*       |          |     | faellt (S045); SSAFE und SSPROT pflegt
*       |          |     | der Aufrufer (SRCSAFEE/HANDOVER)
*----------------------------------------------------------------*
*G.00.05|2026-08-22| km  | Warteschlangen-Mail (M500) geht jetzt an
*       |          |     | die in =SSUSER.EMAIL hinterlegte Adresse
*       |          |     | (S044, User-Suche verschluesselt wie in
                                                     "RE".
          88 FKT-RES-CANCEL                    VALUE "RESCANCEL      "
                                                     "RX".
          88 FKT-HANDOVER                      VALUE "HANDOVER       "
                                                     "HO".

     05      AUTH-FLAG               PIC 9     VALUE ZERO.
          88 AUTH-ME                           VALUE ZERO.
*       "RE" = Reserve (in Warteschlange fuer ein gesperrtes File
*              eintragen)
*       "RX" = Reserve-Cancel (eigene Reservierung zurueckziehen)
*       "HO" = Handover (Sperre eines ausgecheckten Files an einen
*              anderen User uebergeben)
     10 LINK-RC                 PIC S9(04) COMP.
*       0    = OK
*       9999 = Programmabbruch - Hauptprogramm muss reagieren
*       Nur fuer "BG": Begruendung, Pflichtfeld, wird in SSPROT
*       protokolliert
     10 LINK-REASON             PIC X(60).
*       Nur fuer "HO": bisheriger und neuer Besitzer (Gruppe.User)
     10 LINK-ALT-USER           PIC X(16).
     10 LINK-NEU-USER           PIC X(16).

 PROCEDURE DIVISION USING LINK-REC.

        WHEN "BG"       SET FKT-BREAKGLASS TO TRUE
        WHEN "RE"       SET FKT-RESERVE    TO TRUE
        WHEN "RX"       SET FKT-RES-CANCEL TO TRUE
        WHEN "HO"       SET FKT-HANDOVER   TO TRUE
        WHEN OTHER      DISPLAY "Falsches Kommando für ",
                                 K-MODUL,
                                 ": ",
        END-IF
     END-IF

**--> HANDOVER nur mit bisherigem und neuem Besitzer
     IF FKT-HANDOVER
        IF LINK-ALT-USER = SPACES
        OR LINK-NEU-USER = SPACES
           DISPLAY "HANDOVER abgelehnt: bisheriger und neuer ",
                   "Besitzer sind Pflichtfelder"
           SET PRG-ABBRUCH TO TRUE
           EXIT SECTION
        END-IF
     END-IF

**--> Erstellen Dateinamen
     PERFORM H100-FILENAMES
     IF PRG-ABBRUCH
        WHEN FKT-BREAKGLASS PERFORM C400-BREAKGLASS-UNLOCK
        WHEN FKT-RESERVE    PERFORM C500-RESERVE-LOCK
        WHEN FKT-RES-CANCEL PERFORM C600-CANCEL-RESERVE
        WHEN FKT-HANDOVER   PERFORM C700-HANDOVER-LOCK
*       WHEN OTHER          OBSOLET (s.o)

     END-EVALUATE
 C600-99.
     EXIT.

******************************************************************
* HANDOVER: Sperre eines ausgecheckten Files an einen anderen User
* uebergeben (z.B. Urlaub/Teamwechsel mitten in einer Aenderung).
* Das File bleibt im Sperr-Subvolume, nur die Sperr-Datei nennt
* danach den neuen Besitzer; eine Reservierung des neuen Besitzers
* in der Warteschlange ist damit erledigt. =SSAFE und =SSPROT
* pflegt der Aufrufer (SRCSAFEE/HANDOVER) nach diesem Aufruf
******************************************************************
 C700-HANDOVER-LOCK SECTION.
 C700-00.

     PERFORM S025-CHECK-SSAFE-STATUS
     IF PRG-ABBRUCH
        EXIT SECTION
     END-IF

     IF NOT REP-LOCKED
        DISPLAY " "
        DISPLAY "Datei >>", SRC-FILE, "<< ist nicht ausgecheckt - ",
                "keine Uebergabe moeglich"
        SET PRG-ABBRUCH TO TRUE
        EXIT SECTION
     END-IF

     IF GROUP-USER OF SSAFE NOT = LINK-ALT-USER
        DISPLAY " "
        DISPLAY "Datei >>", SRC-FILE, "<< ist ausgecheckt von ",
                GROUP-USER OF SSAFE, " - nicht von ", LINK-ALT-USER
        SET PRG-ABBRUCH TO TRUE
        EXIT SECTION
     END-IF

**--> Sperr-Datei auf den neuen Besitzer umschreiben
     PERFORM F300-REWRITE-LOCKMARKER
     IF PRG-ABBRUCH
        EXIT SECTION
     END-IF

**--> Reservierung des neuen Besitzers fuer dieses File entfaellt
     PERFORM S045-DELETE-SSFRLOCKQ-NEU
     IF PRG-ABBRUCH
        EXIT SECTION
     END-IF

     DISPLAY " "
     DISPLAY "Sperre fuer >>", SRC-FILE, "<< an ", LINK-NEU-USER,
             " uebergeben"
     .
 C700-99.
     EXIT.

******************************************************************
* Umbennen Source-File in Archiv File
******************************************************************
 F200-99.
     EXIT.

******************************************************************
* Sperr-Datei fuer HANDOVER neu schreiben: gleicher Sperrvermerk
* wie F100-MAKE-LOCKFILE, aber mit dem neuen Besitzer LINK-NEU-USER.
* Ohne Sperr-Datei (File nie ueber LOCK gesperrt) gibt es nichts
* umzuschreiben - nur Hinweis, die Uebergabe laeuft weiter
******************************************************************
 F300-REWRITE-LOCKMARKER SECTION.
 F300-00.

     PERFORM F200-READ-LOCKMARKER
     IF  REP-INCONSISTENT
         DISPLAY "Hinweis: ", LOCK-RECORD
         SET  REP-LOCKED         TO TRUE
         EXIT SECTION
     END-IF

     MOVE  P-REP-FILE               TO  ASS-FNAME
     ENTER "COBOLASSIGN" USING  LOCKF
                                ASS-FNAME
                         GIVING ASS-FSTATUS

     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY "Fehler bei COBOLASSIGN: "
                 ASS-FNAME " " ASS-FSTATUS
         DISPLAY " ---> Programm-Abbruch <--- "
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

**  ---> Öffnen Sperr-Datei im Schreibmodus (alter Vermerk entfaellt)
     OPEN OUTPUT LOCKF
     IF  FILE-NOK
         DISPLAY "Fehler beim Oeffnen Sperr-Datei: "
                 ASS-FNAME " " FILE-STATUS
         DISPLAY " ---> Programm-Abbruch <--- "
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

**  ---> Ermitteln Uebergabezeitpunkt
     PERFORM U200-TIMESTAMP
     MOVE    TAL-TIME-N16 TO TC-TIMESTAMP-NUM
     SET     TC-SYS2SQL   TO TRUE
     MOVE    "HS"         TO TC-TYPE
     MOVE    ZERO         TO TC-RCODE
     CALL    "WSYS960"  USING TC-WSYS960C

     INITIALIZE LOCK-RECORD
     IF TC-OK
        STRING "Datei >>"              DELIMITED BY SIZE,
               SRC-FILE                DELIMITED BY SPACE,
               "<< ausgechecked von "  DELIMITED BY SIZE,
               LINK-NEU-USER           DELIMITED BY SPACE,
               ": "                    DELIMITED BY SIZE,
               TC-TIMESTAMP-SQL        DELIMITED BY SIZE
        INTO LOCK-RECORD
     ELSE
        STRING "Datei >>"              DELIMITED BY SIZE,
               SRC-FILE                DELIMITED BY SPACE,
               "<< ausgechecked von "  DELIMITED BY SIZE,
               LINK-NEU-USER           DELIMITED BY SPACE,
               ": "                    DELIMITED BY SIZE,
               TAL-TIME-N              DELIMITED BY SIZE
        INTO LOCK-RECORD
     END-IF
     ENTER TAL "String^Laenge"   USING  LOCK-RECORD, 80
                                 GIVING REC-LEN
     WRITE LOCK-RECORD
     INITIALIZE LOCK-RECORD

     CLOSE LOCKF
     .
 F300-99.
     EXIT.

******************************************************************
* Uebergabe-File umsetzen auf benoetigte Dateinamen
******************************************************************
 S044-99.
     EXIT.

******************************************************************
* Reservierung des neuen Besitzers (HANDOVER, LINK-NEU-USER) fuer
* das uebergebene File aus der Warteschlange entfernen - keine
* vorhanden ist kein Fehler
******************************************************************
 S045-DELETE-SSFRLOCKQ-NEU SECTION.
 S045-00.
     MOVE SRC-FILE       TO SOURCE-MODUL OF SSFRLOCKQ
     MOVE LINK-NEU-USER  TO GROUP-USER   OF SSFRLOCKQ

     EXEC SQL
         DELETE
           FROM =SSFRLOCKQ
          WHERE  SOURCE_MODUL, GROUP_USER =
                :SOURCE-MODUL of SSFRLOCKQ
               , :GROUP-USER  of SSFRLOCKQ
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   DISPLAY "Reservierung von ", LINK-NEU-USER,
                             " fuer >>", SRC-FILE, "<< entfernt"
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "Fehler beim Loeschen aus SSFRLOCKQ: ",
                             D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S045-99.
     EXIT.

******************************************************************
* Insert SSPROT (Break-Glass/Warteschlange)
******************************************************************
**  ---> Home-Terminal des Aufrufers fuer das Audit-Protokoll mitgeben
     MOVE MY-HOMETERM    TO HOMETERM     OF SSPROT

**  ---> Modul-Kurzbild in SRCSAFE (=SSFMSUM) verwerfen - bis zum
**       Neuaufbau (VERWALTUNG MODSUM) liest SRCSAFE die Historie
     EXEC SQL
         DELETE
           FROM  =SSFMSUM
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSPROT
     END-EXEC
     EXEC SQL
         INSERT
           INTO  =SSPROT
     MOVE GROUP-USER   OF SSFRLOCKQ TO KOMMENTAR    OF SSPROT
     MOVE MY-HOMETERM               TO HOMETERM     OF SSPROT

**  ---> Modul-Kurzbild in SRCSAFE (=SSFMSUM) verwerfen - bis zum
**       Neuaufbau (VERWALTUNG MODSUM) liest SRCSAFE die Historie
     EXEC SQL
         DELETE
           FROM  =SSFMSUM
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSPROT
     END-EXEC
     EXEC SQL
         INSERT
           INTO  =SSPROT
