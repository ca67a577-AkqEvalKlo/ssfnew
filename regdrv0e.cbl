?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB
?SEARCH  =ASC2EBC
?SEARCH  =EBC2ASC
?SEARCH  =WSYS022

* Sourcesafe-Module (Module unter Test)
?SEARCH  =SSFANO0
?SEARCH  =SSFCOU0
?SEARCH  =SSFEIN0

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?SAVEABEND
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. REGDRV0O.

 DATE-COMPILED.


*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Nightly-Regressionslauf ueber die Szenarien
*                     der SSF-Testdriver (=SSFREGSZ)
* Package          :: TOOL
*
* Aenderungen (Version und Datum in Variable K-PROG-START aendern)
*              !!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!
*----------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                             *
*-------|----------|-----|---------------------------------------*
*G.00.00|2026-10-15| km  | Neuerstellung
*G.01.00|2026-10-15| km  | Spiegel des SSFCOU0M-LINK-REC um die
*       |          |     | Merge-Dateinamen des parallelen
*       |          |     | Checkouts (LINK-CMD "PM") erweitert
*G.01.01|2026-10-15| km  | Abbruchmeldung in B090 unterscheidet
*       |          |     | NOK-Szenarien von Startup-/Lesefehlern
*----------------------------------------------------------------*
*
* Programmbeschreibung
* --------------------
*
* STARTUP-Text:  (leer)               = alle aktiven Szenarien
*                MODUL <Modul>        = nur die Szenarien eines
*                                       SSF-Moduls (SOURCE_MODUL)
*                SZENARIO <Szenario>  = genau ein Szenario
*
* Regressionslauf ueber den Szenario-Katalog =SSFREGSZ. Ein Szenario
* beschreibt einen Aufruf, wie ihn sonst ein Testdriver von Hand
* macht:
*
*   DRIVER       Testdriver, dessen Schnittstelle benutzt wird -
*                ANODRV0O (SSFANO0M), COUDRV0O (SSFCOU0M) oder
*                EINDRV0O (SSFEIN0M)
*   LINK_CMD     Funktion des Moduls (bei SSFANO0M ohne Bedeutung)
*   EINGABE_WERTE Eingabewerte "<Feld>=<Wert>;<Feld>=<Wert>;..."
*                mit den Feldnamen des LINK-REC (z.B.
*                LINK-REP-FILE=SSFCOU0E;LINK-OPTION=-V); die
*                Laenge LINK-REP-FILE-LEN wird selbst ermittelt
*   SOLL_RC      erwarteter LINK-RC
*   SOLL_WERTE   erwartete Rueckgabe, gleiche Schreibweise; ein
*                Wert mit "*" am Ende wird nur im Anfang verglichen
*   IST_DATEI    optional: vom Aufruf erzeugte Ausgabedatei, die
*   SOLL_DATEI   Zeile fuer Zeile mit der hinterlegten Soll-Datei
*                verglichen wird
*
* Je Szenario wird OK/NOK angezeigt und ein Ergebnissatz in
* =SSFREGLF geschrieben; REL2TEST in SRCSAFE prueft daran, ob die
* Szenarien eines Moduls seit dem letzten CHECKIN gruen gelaufen
* sind (=SSPARM "REGTEST").
*
* Wird wie RARDRV0O als Eintrag (PROG=REGDRV0O) in SSFRFDEF gefuehrt
* und von PHDDRV1O gestartet. Ein fehlgeschlagenes Szenario bricht
* die Schleife nicht ab; ist am Ende mindestens eines NOK, beendet
* sich das Programm per PROCESS_STOP_ mit ABEND, damit der Schritt
* fuer die Kette als fehlgeschlagen gilt (Verzweigung LFDNR_NOK).
*
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     SWITCH-15 IS ANZEIGE-VERSION
         ON STATUS IS SHOW-VERSION
     CLASS ALPHNUM IS "0123456789"
                      "abcdefghijklmnopqrstuvwxyz"
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                      " .,;-_!§$%&/=*+"
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT  ISTF           ASSIGN TO #DYNAMIC
                             FILE STATUS IS IST-FILE-STATUS.
     SELECT  SOLLF          ASSIGN TO #DYNAMIC
                             FILE STATUS IS SOLL-FILE-STATUS.


 DATA DIVISION.
 FILE SECTION.

*  vom Aufruf erzeugte Ausgabedatei (IST_DATEI)
 FD  ISTF.
 01  IST-RECORD                  PIC X(132).

*  hinterlegte Soll-Datei (SOLL_DATEI)
 FD  SOLLF.
 01  SOLL-RECORD                 PIC X(132).


 WORKING-STORAGE SECTION.
*--------------------------------------------------------------------*
* Comp-Felder: Präfix Cn mit n = Anzahl Digits
*--------------------------------------------------------------------*
 01          COMP-FELDER.
     05      C4-ANZ              PIC S9(04) COMP.
     05      C4-COUNT            PIC S9(04) COMP.
     05      C4-I1               PIC S9(04) COMP.
     05      C4-I2               PIC S9(04) COMP.
     05      C4-LEN              PIC S9(04) COMP.
     05      C4-PTR              PIC S9(04) COMP.

     05      C9-ANZ              PIC S9(09) COMP.
     05      C9-COUNT            PIC S9(09) COMP VALUE ZERO.
     05      C9-FAIL-COUNT       PIC S9(09) COMP VALUE ZERO.

     05      C18-VAL             PIC S9(18) COMP.

*--------------------------------------------------------------------*
* Display-Felder: Präfix D
*--------------------------------------------------------------------*
 01          DISPLAY-FELDER.
     05      D-NUM1              PIC  9.
     05      D-NUM2              PIC  9(02).
     05      D-NUM3              PIC  9(03).
     05      D-NUM4              PIC -9(04).
     05      D-NUM6              PIC  9(06).
     05      D-NUM9              PIC  9(09).
     05      D-NUM18             PIC -(17)9.

*--------------------------------------------------------------------*
* Felder mit konstantem Inhalt: Präfix K
*--------------------------------------------------------------------*
 01          KONSTANTE-FELDER.
     05      K-MODUL             PIC X(08)          VALUE "REGDRV0O".
**          ---> PROCESS_STOP_ mit ABEND (Completion-Code fuer die
**               Kette, s. B090)
     05      K-OPTION-ABEND      PIC S9(04) COMP    VALUE 1.

*--------------------------------------------------------------------*
* Arbeitsfelder: Präfix W
*--------------------------------------------------------------------*
**          ---> zerlegter STARTUP-Text (s. P100)
 01          W-STUP-FELDER.
     05      W-STUP-CMD          PIC X(08) VALUE SPACES.
          88 STUP-ALLE                      VALUE SPACES.
          88 STUP-MODUL                     VALUE "MODUL".
          88 STUP-SZENARIO                  VALUE "SZENARIO".
     05      W-STUP-WERT         PIC X(16) VALUE SPACES.

**          ---> Regressionslauf: Kennung des Laufs (Startzeit) und
**               das aktuelle Szenario
 01          W-REG-FELDER.
     05      W-REG-LAUF-ID       PIC X(16)  VALUE SPACES.
     05      W-REG-DRIVER        PIC X(08)  VALUE SPACES.
          88 REG-DRV-ANO                    VALUE "ANODRV0O".
          88 REG-DRV-COU                    VALUE "COUDRV0O".
          88 REG-DRV-EIN                    VALUE "EINDRV0O".
     05      W-REG-ERGEBNIS      PIC X(03)  VALUE SPACES.
          88 REG-OK                         VALUE "OK".
          88 REG-NOK                        VALUE "NOK".
     05      W-REG-DETAIL        PIC X(60)  VALUE SPACES.
     05      W-REG-RC            PIC S9(04) COMP VALUE ZERO.
**          ---> Zerlegung "<Feld>=<Wert>;..." (D200/D300)
     05      W-REG-PAARE         PIC X(240) VALUE SPACES.
     05      W-REG-PAAR          PIC X(240) VALUE SPACES.
     05      W-REG-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-REG-PTR2          PIC S9(04) COMP VALUE ZERO.
     05      W-REG-FELD          PIC X(30)  VALUE SPACES.
     05      W-REG-FELD-TMP      PIC X(30)  VALUE SPACES.
     05      W-REG-WERT          PIC X(240) VALUE SPACES.
     05      W-REG-WERT-LEN      PIC S9(04) COMP VALUE ZERO.
     05      W-REG-FELD-FLAG     PIC X(01)  VALUE SPACE.
          88 REG-FELD-OK                    VALUE SPACE.
          88 REG-FELD-UNBEKANNT             VALUE "U".
**          ---> Ist-Wert eines Rueckgabefeldes (D310-D312)
     05      W-REG-IST-ART       PIC X(01)  VALUE SPACE.
          88 REG-IST-ALPHA                  VALUE "A".
          88 REG-IST-NUM                    VALUE "N".
     05      W-REG-IST           PIC X(400) VALUE SPACES.
     05      W-REG-IST-NUM       PIC S9(18) VALUE ZERO.
     05      W-REG-SOLL-NUM      PIC S9(18) VALUE ZERO.
**          ---> Dateivergleich (D400)
     05      W-REG-ZEILEN        PIC S9(09) COMP VALUE ZERO.
     05      IST-FILE-STATUS     PIC X(02)  VALUE SPACES.
          88 IST-FILE-OK                    VALUE "00".
          88 IST-FILE-EOF                   VALUE "10".
     05      SOLL-FILE-STATUS    PIC X(02)  VALUE SPACES.
          88 SOLL-FILE-OK                   VALUE "00".
          88 SOLL-FILE-EOF                  VALUE "10".
**          ---> fuer COBOLASSIGN
     05      ASS-FNAME           PIC X(36)  VALUE SPACES.
     05      ASS-FSTATUS         PIC S9(04) COMP VALUE ZERO.

*----------------------------------------------------------------*
* Conditional-Felder
*----------------------------------------------------------------*
 01          SCHALTER.
     05      FILE-STATUS         PIC X(02).
          88 FILE-OK                         VALUE "00".
          88 FILE-NOK                        VALUE "01" THRU "99".
          88 FILE-TIME-OUT                   VALUE "30".

     05      PRG-STATUS          PIC 9.
          88 PRG-OK                          VALUE ZERO.
          88 PRG-NOK                         VALUE 1 THRU 9.
          88 PRG-ENDE                        VALUE 1.
          88 PRG-ABBRUCH                     VALUE 2.

     05      REGSZ-CURS-FLAG     PIC 9       VALUE ZERO.
          88 REGSZ-CURS-OK                   VALUE ZERO.
          88 REGSZ-CURS-ENDE                 VALUE 1.

*--------------------------------------------------------------------*
* weitere Arbeitsfelder
*--------------------------------------------------------------------*
 01          WORK-FELDER.
     05      W-DUMMY             PIC X(02).
 01          ZEILE               PIC X(80) VALUE SPACES.
*--------------------------------------------------------------------*
* Datm-Uhrzeitfelder (für TAL-Routine)
*--------------------------------------------------------------------*
 01          TAL-TIME.
     05      TAL-JHJJMMTT.
      10     TAL-JHJJ            PIC S9(04) COMP.
      10     TAL-MM              PIC S9(04) COMP.
      10     TAL-TT              PIC S9(04) COMP.
     05      TAL-HHMI.
      10     TAL-HH              PIC S9(04) COMP.
      10     TAL-MI              PIC S9(04) COMP.
     05      TAL-SS              PIC S9(04) COMP.
     05      TAL-HS              PIC S9(04) COMP.
     05      TAL-MS              PIC S9(04) COMP.

 01          TAL-TIME-D.
     05      TAL-JHJJMMTT.
        10   TAL-JHJJ            PIC  9(04).
        10   TAL-MM              PIC  9(02).
        10   TAL-TT              PIC  9(02).
     05      TAL-HHMI.
        10   TAL-HH              PIC  9(02).
        10   TAL-MI              PIC  9(02).
     05      TAL-SS              PIC  9(02).
     05      TAL-HS              PIC  9(02).
     05      TAL-MS              PIC  9(02).
 01          TAL-TIME-N REDEFINES TAL-TIME-D.
     05      TAL-TIME-N16        PIC  9(16).
     05      TAL-TIME-REST       PIC  9(02).

*--------------------------------------------------------------------*
* Parameter für Untermodulaufrufe - COPY-Module
*--------------------------------------------------------------------*
**          ---> fuer Fehlerbeh.
     COPY    WSYS022C OF "=MSGLIB".


*--------------------------------------------------------------------*
* Parameter für Untermodulaufrufe: Präfix P
*--------------------------------------------------------------------*
 01          PARAMETER-FELDER.
     05      P-DUMMY             PIC X(02).

**          ---> für COBOL-Utilities GET-/PUT-STARTUPTEXT
 01          STUP-PARAMETER.
     05      STUP-RESULT         PIC S9(04) COMP VALUE ZERO.
     05      STUP-CPLIST         PIC  9(09) COMP VALUE ZERO.
     05      STUP-PORTION        PIC  X(30) VALUE "STRING".
     05      STUP-TEXT           PIC X(128).

**    ---> Uebergabe an SSFANO0M (Schnittstelle wie ANODRV0O) -
**         vollstaendige Spiegel der LINK-RECs der Module, damit
**         kein Modul hinter das Satzende schreibt
 01          ANO-LINK-REC.
     05      ANO-LINK-HDR.
      10     ANO-LINK-ANNOTATION PIC X(15).
      10     ANO-LINK-RC         PIC S9(04) COMP.
     05      ANO-LINK-DATA.
      10     ANO-LINK-REP-FILE   PIC X(36).
      10     ANO-LINK-REP-FILE-LEN PIC S9(04) COMP.
      10     ANO-LINK-AN-VALUE   PIC X(400).
      10     ANO-LINK-AN-VALUE-LEN PIC S9(04) COMP.

**    ---> Uebergabe an SSFCOU0M (Schnittstelle wie COUDRV0O)
 01          COU-LINK-REC.
     05      COU-LINK-HDR.
      10     COU-LINK-CMD        PIC X(02).
      10     COU-LINK-RC         PIC S9(04) COMP.
     05      COU-LINK-DATA.
      10     COU-LINK-REP-FILE   PIC X(36).
      10     COU-LINK-REP-FILE-LEN PIC S9(04) COMP.
      10     COU-LINK-OPTION     PIC X(02).
      10     COU-LINK-OPTVAL     PIC X(25).
      10     COU-LINK-SIG-CHECKSUM PIC S9(09) COMP.
      10     COU-LINK-SIG-LINES  PIC S9(04) COMP.
      10     COU-LINK-MERGE-BRANCH2 PIC X(01).
      10     COU-LINK-MERGE-KONFLIKTE PIC S9(05) COMP.
      10     COU-LINK-SIG-CHUNK-ANZ PIC S9(04) COMP.
      10     COU-LINK-SIG-CHUNK  PIC S9(09) COMP OCCURS 50.
      10     COU-LINK-MERGE-BASIS-DATEI PIC X(36).
      10     COU-LINK-MERGE-FREMD-DATEI PIC X(36).
      10     COU-LINK-MERGE-EIGEN-DATEI PIC X(36).
      10     COU-LINK-MERGE-ERGEBNIS PIC X(36).

**    ---> Uebergabe an SSFEIN0M (Schnittstelle wie EINDRV0O)
 01          EIN-LINK-REC.
     05      EIN-LINK-HDR.
      10     EIN-LINK-CMD        PIC X(02).
      10     EIN-LINK-RC         PIC S9(04) COMP.
     05      EIN-LINK-DATA.
      10     EIN-LINK-REP-FILE   PIC X(36).
      10     EIN-LINK-REP-FILE-LEN PIC S9(04) COMP.
      10     EIN-LINK-USER-NAME  PIC X(32).
      10     EIN-LINK-USER-CURLEN PIC S9(04) COMP.
      10     EIN-LINK-USER-GRP   PIC  9(03).
      10     EIN-LINK-USER-NR    PIC  9(03).
      10     EIN-LINK-VOLUME     PIC X(08).
      10     EIN-LINK-SUBVOL     PIC X(08).
      10     EIN-LINK-SECURITY   PIC X(04).
      10     EIN-LINK-MODI       PIC 9(16).
      10     EIN-LINK-OWNER-GROUP PIC 9(03).
      10     EIN-LINK-OWNER-NR   PIC 9(03).
      10     EIN-LINK-OWNER-NAME PIC X(32).
      10     EIN-LINK-OWNER-CURLEN PIC S9(04) COMP.
      10     EIN-LINK-FCODE      PIC S9(04) COMP.
      10     EIN-LINK-HOMETERM   PIC X(26).
      10     EIN-LINK-PROC-COUNT PIC S9(04) COMP.

 EXTENDED-STORAGE SECTION.

 EXEC SQL
     INCLUDE STRUCTURES ALL VERSION 315
 END-EXEC

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

******************************************************************
* Im Folgenden zunächst Host-Variable, die Bestandteil von
* SQL - Tabellen sind
******************************************************************
 01          HOST-VARIABLEN.
     05      H-DUMMY             PIC X(02).
     05      H-STUP-CMD          PIC X(08).
     05      H-STUP-WERT         PIC X(16).

******************************************************************
* Im Folgenden mit dem INVOKE-Befehl die Tabellenstruktur-
* definitonen der benötigten Tabellen einfügen
******************************************************************
**  ---> Szenario-Katalog der Regression
 EXEC SQL
    INVOKE =SSFREGSZ AS SSFREGSZ
 END-EXEC

**  ---> Ergebnisse der Regressionslaeufe (s. D500, REL2TEST)
 EXEC SQL
    INVOKE =SSFREGLF AS SSFREGLF
 END-EXEC

******************************************************************

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

******************************************************************
* Im Folgenden werden die benöetigten CURSOR auf die
* verschiedenen SQL - Tabellen definiert
******************************************************************
**  ---> aktive Szenarien - alle, die eines Moduls oder genau eines
**       (H-STUP-WERT = SPACES bzw. Modul bzw. Szenario)
 EXEC SQL
     DECLARE REGSZ_CURS CURSOR FOR
         SELECT   SZENARIO, SOURCE_MODUL, DRIVER, LINK_CMD
                 ,EINGABE_WERTE, SOLL_RC, SOLL_WERTE
                 ,IST_DATEI, SOLL_DATEI
           FROM  =SSFREGSZ
          WHERE  AKTIV = "J"
            AND  (    :H-STUP-WERT = " "
                  OR (:H-STUP-CMD  = "MODUL"
                      AND SOURCE_MODUL = :H-STUP-WERT)
                  OR (:H-STUP-CMD  = "SZENARIO"
                      AND SZENARIO     = :H-STUP-WERT))
          ORDER  BY SOURCE_MODUL, SZENARIO
         BROWSE  ACCESS
 END-EXEC

******************************************************************
* Ende der SQL - Definitionen
******************************************************************

 PROCEDURE DIVISION.

******************************************************************
* Steuerungs-Section
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
**  ---> wenn SWICH-15 gesetzt ist
**  ---> nur Umwandlungszeitpunkt zeigen und dann beenden
     IF  SHOW-VERSION
         DISPLAY K-MODUL " vom: " FUNCTION WHEN-COMPILED
         CALL "WSYS022" USING GEN-ERROR SQLCA
         STOP RUN
     END-IF

**  ---> Vorlauf: oeffnen Dateien etc.
     PERFORM B000-VORLAUF
     IF  PRG-ABBRUCH
         CONTINUE
     ELSE
         PERFORM B100-VERARBEITUNG
     END-IF

**  ---> Nachlauf
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
**  ---> Initialisierung Felder
     PERFORM C000-INIT

**  ---> optionalen STARTUP-Text holen und zerlegen (leer = alle
**       aktiven Szenarien)
     PERFORM P100-GETSTARTUPTEXT
     .
 B000-99.
     EXIT.

******************************************************************
* Ende: Gesamtuebersicht; bei mindestens einem NOK-Szenario (oder
* Abbruch wegen Startup-/Lesefehler) endet der Prozess mit ABEND,
* damit PHDDRV1O den Schritt als fehlgeschlagen wertet
******************************************************************
 B090-ENDE SECTION.
 B090-00.

     DISPLAY " "
     MOVE C9-COUNT      TO D-NUM9
     DISPLAY "Szenarien: " D-NUM9
     MOVE C9-FAIL-COUNT TO D-NUM9
     DISPLAY "NOK:       " D-NUM9

     IF PRG-ABBRUCH
        DISPLAY " "
        DISPLAY ">>> ABBRUCH !!! <<< Regressionslauf"
        IF  C9-FAIL-COUNT > ZERO
            DISPLAY "    mindestens ein Szenario fehlgeschlagen"
        ELSE
            DISPLAY "    Fehler im Startup-Text bzw. beim Lesen"
            DISPLAY "    von =SSFREGSZ (s. Meldung oben)"
        END-IF
        DISPLAY " "
        ENTER TAL "PROCESS_STOP_"
                  USING OMITTED
                        OMITTED
                        K-OPTION-ABEND
     ELSE
        DISPLAY " "
        DISPLAY "Regressionslauf OK"
        DISPLAY " "
     END-IF
     .
 B090-99.
     EXIT.

******************************************************************
* Verarbeitung: ueber alle ausgewaehlten Szenarien
******************************************************************
 B100-VERARBEITUNG SECTION.
 B100-00.

**  ---> Kennung des Laufs = Startzeitpunkt
     PERFORM U200-TIMESTAMP
     MOVE TAL-TIME-N16 TO W-REG-LAUF-ID

     PERFORM S100-OPEN-REGSZ-CURSOR
     PERFORM S110-FETCH-REGSZ-CURSOR

     PERFORM UNTIL REGSZ-CURS-ENDE

        ADD 1 TO C9-COUNT
        PERFORM C100-SZENARIO
        IF  REG-NOK
            ADD 1 TO C9-FAIL-COUNT
        END-IF
        PERFORM D500-ERGEBNIS-SCHREIBEN

        PERFORM S110-FETCH-REGSZ-CURSOR
     END-PERFORM

     PERFORM S120-CLOSE-REGSZ-CURSOR

     IF  C9-COUNT = ZERO
         DISPLAY "Keine aktiven Szenarien in =SSFREGSZ gefunden"
     END-IF

     IF  C9-FAIL-COUNT > ZERO
         SET PRG-ABBRUCH TO TRUE
     END-IF
     .
 B100-99.
     EXIT.

******************************************************************
* Initialisierung von Feldern und Strukturen
******************************************************************
 C000-INIT SECTION.
 C000-00.
     INITIALIZE SCHALTER
                GEN-ERROR
     .
 C000-99.
     EXIT.

******************************************************************
* ein Szenario: Schnittstelle des Drivers fuellen, Modul rufen,
* LINK-RC, Rueckgabewerte und Ausgabedatei gegen das Soll pruefen
******************************************************************
 C100-SZENARIO SECTION.
 C100-00.
     SET REG-OK TO TRUE
     MOVE SPACES TO W-REG-DETAIL
     MOVE DRIVER OF SSFREGSZ TO W-REG-DRIVER
     INITIALIZE ANO-LINK-REC
                COU-LINK-REC
                EIN-LINK-REC

     IF  NOT REG-DRV-ANO
     AND NOT REG-DRV-COU
     AND NOT REG-DRV-EIN
         SET REG-NOK TO TRUE
         STRING "unbekannter Driver "  DELIMITED BY SIZE,
                W-REG-DRIVER           DELIMITED BY SPACE
           INTO W-REG-DETAIL
         PERFORM D510-ERGEBNIS-ANZEIGEN
         EXIT SECTION
     END-IF

**  ---> Eingabewerte setzen
     MOVE EINGABE-WERTE OF SSFREGSZ TO W-REG-PAARE
     PERFORM D200-EINGABE-SETZEN
     IF  REG-NOK
         PERFORM D510-ERGEBNIS-ANZEIGEN
         EXIT SECTION
     END-IF

**  ---> Modul rufen
     PERFORM D220-MODUL-RUFEN

**  ---> LINK-RC pruefen
     IF  W-REG-RC NOT = SOLL-RC OF SSFREGSZ
         SET REG-NOK TO TRUE
         MOVE W-REG-RC            TO D-NUM4
         STRING "LINK-RC "            DELIMITED BY SIZE,
                D-NUM4                DELIMITED BY SIZE,
                ", erwartet "         DELIMITED BY SIZE
           INTO W-REG-DETAIL
         MOVE SOLL-RC OF SSFREGSZ TO D-NUM4
         MOVE D-NUM4 TO W-REG-DETAIL (25:5)
         PERFORM D510-ERGEBNIS-ANZEIGEN
         EXIT SECTION
     END-IF

**  ---> Rueckgabewerte pruefen
     MOVE SOLL-WERTE OF SSFREGSZ TO W-REG-PAARE
     PERFORM D300-SOLL-PRUEFEN
     IF  REG-NOK
         PERFORM D510-ERGEBNIS-ANZEIGEN
         EXIT SECTION
     END-IF

**  ---> Ausgabedatei pruefen
     IF  SOLL-DATEI OF SSFREGSZ NOT = SPACES
         PERFORM D400-DATEI-VERGLEICHEN
     END-IF

     PERFORM D510-ERGEBNIS-ANZEIGEN
     .
 C100-99.
     EXIT.

******************************************************************
* Eingabewerte "<Feld>=<Wert>;..." in die Schnittstelle des Drivers
* uebernehmen; LINK-CMD aus dem Szenario, Laenge des Dateinamens
* wie in den Drivern per String^Laenge
******************************************************************
 D200-EINGABE-SETZEN SECTION.
 D200-00.
     EVALUATE TRUE
         WHEN REG-DRV-COU
             MOVE LINK-CMD OF SSFREGSZ TO COU-LINK-CMD
         WHEN REG-DRV-EIN
             MOVE LINK-CMD OF SSFREGSZ TO EIN-LINK-CMD
         WHEN OTHER
             CONTINUE
     END-EVALUATE

     MOVE 1 TO W-REG-PTR
     PERFORM UNTIL W-REG-PTR > 240
                OR REG-NOK
         MOVE SPACES TO W-REG-PAAR
         UNSTRING W-REG-PAARE DELIMITED BY ";"
             INTO W-REG-PAAR
             WITH POINTER W-REG-PTR
         END-UNSTRING
         IF  W-REG-PAAR NOT = SPACES
             PERFORM D201-PAAR-ZERLEGEN
             SET REG-FELD-OK TO TRUE
             EVALUATE TRUE
                 WHEN REG-DRV-ANO  PERFORM D210-SETZEN-ANO
                 WHEN REG-DRV-COU  PERFORM D211-SETZEN-COU
                 WHEN REG-DRV-EIN  PERFORM D212-SETZEN-EIN
             END-EVALUATE
             IF  REG-FELD-UNBEKANNT
                 SET REG-NOK TO TRUE
                 STRING "unbekanntes Eingabefeld "  DELIMITED BY SIZE,
                        W-REG-FELD                  DELIMITED BY SPACE
                   INTO W-REG-DETAIL
             END-IF
         END-IF
     END-PERFORM

     EVALUATE TRUE
         WHEN REG-DRV-ANO
             ENTER TAL "String^Laenge" USING  ANO-LINK-REP-FILE, 36
                                       GIVING ANO-LINK-REP-FILE-LEN
         WHEN REG-DRV-COU
             ENTER TAL "String^Laenge" USING  COU-LINK-REP-FILE, 36
                                       GIVING COU-LINK-REP-FILE-LEN
         WHEN REG-DRV-EIN
             ENTER TAL "String^Laenge" USING  EIN-LINK-REP-FILE, 36
                                       GIVING EIN-LINK-REP-FILE-LEN
     END-EVALUATE
     .
 D200-99.
     EXIT.

******************************************************************
* ein Paar "<Feld>=<Wert>" in W-REG-FELD (gross) und W-REG-WERT
* zerlegen; der Wert darf selbst "=" enthalten
******************************************************************
 D201-PAAR-ZERLEGEN SECTION.
 D201-00.
     MOVE SPACES TO W-REG-FELD W-REG-WERT
     MOVE 1      TO W-REG-PTR2
     UNSTRING W-REG-PAAR DELIMITED BY "="
         INTO W-REG-FELD
         WITH POINTER W-REG-PTR2
     END-UNSTRING
     IF  W-REG-PTR2 <= 240
         MOVE W-REG-PAAR (W-REG-PTR2:) TO W-REG-WERT
     END-IF
     MOVE ZERO TO W-REG-PTR2
     INSPECT W-REG-FELD TALLYING W-REG-PTR2 FOR LEADING SPACES
     IF  W-REG-PTR2 > ZERO
     AND W-REG-PTR2 < 30
         MOVE W-REG-FELD (W-REG-PTR2 + 1:) TO W-REG-FELD-TMP
         MOVE W-REG-FELD-TMP                TO W-REG-FELD
     END-IF
     INSPECT W-REG-FELD
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     .
 D201-99.
     EXIT.

******************************************************************
* Eingabefeld setzen: Schnittstelle SSFANO0M
******************************************************************
 D210-SETZEN-ANO SECTION.
 D210-00.
     EVALUATE W-REG-FELD
         WHEN "LINK-ANNOTATION"
             MOVE W-REG-WERT TO ANO-LINK-ANNOTATION
         WHEN "LINK-REP-FILE"
             MOVE W-REG-WERT TO ANO-LINK-REP-FILE
         WHEN "LINK-AN-VALUE"
             MOVE W-REG-WERT TO ANO-LINK-AN-VALUE
         WHEN OTHER
             SET REG-FELD-UNBEKANNT TO TRUE
     END-EVALUATE
     .
 D210-99.
     EXIT.

******************************************************************
* Eingabefeld setzen: Schnittstelle SSFCOU0M
******************************************************************
 D211-SETZEN-COU SECTION.
 D211-00.
     EVALUATE W-REG-FELD
         WHEN "LINK-CMD"
             MOVE W-REG-WERT TO COU-LINK-CMD
         WHEN "LINK-REP-FILE"
             MOVE W-REG-WERT TO COU-LINK-REP-FILE
         WHEN "LINK-OPTION"
             MOVE W-REG-WERT TO COU-LINK-OPTION
         WHEN "LINK-OPTVAL"
             MOVE W-REG-WERT TO COU-LINK-OPTVAL
         WHEN "LINK-MERGE-BRANCH2"
             MOVE W-REG-WERT TO COU-LINK-MERGE-BRANCH2
         WHEN OTHER
             SET REG-FELD-UNBEKANNT TO TRUE
     END-EVALUATE
     .
 D211-99.
     EXIT.

******************************************************************
* Eingabefeld setzen: Schnittstelle SSFEIN0M
******************************************************************
 D212-SETZEN-EIN SECTION.
 D212-00.
     EVALUATE W-REG-FELD
         WHEN "LINK-CMD"
             MOVE W-REG-WERT TO EIN-LINK-CMD
         WHEN "LINK-REP-FILE"
             MOVE W-REG-WERT TO EIN-LINK-REP-FILE
         WHEN "LINK-HOMETERM"
             MOVE W-REG-WERT TO EIN-LINK-HOMETERM
         WHEN OTHER
             SET REG-FELD-UNBEKANNT TO TRUE
     END-EVALUATE
     .
 D212-99.
     EXIT.

******************************************************************
* Modul des Drivers rufen, LINK-RC nach W-REG-RC
******************************************************************
 D220-MODUL-RUFEN SECTION.
 D220-00.
     EVALUATE TRUE
         WHEN REG-DRV-ANO
             MOVE ZERO TO ANO-LINK-RC
             CALL "SSFANO0M" USING ANO-LINK-REC
             MOVE ANO-LINK-RC TO W-REG-RC
         WHEN REG-DRV-COU
             MOVE ZERO TO COU-LINK-RC
             CALL "SSFCOU0M" USING COU-LINK-REC
             MOVE COU-LINK-RC TO W-REG-RC
         WHEN REG-DRV-EIN
             MOVE ZERO TO EIN-LINK-RC
             CALL "SSFEIN0M" USING EIN-LINK-REC
             MOVE EIN-LINK-RC TO W-REG-RC
     END-EVALUATE
     .
 D220-99.
     EXIT.

******************************************************************
* erwartete Rueckgabewerte "<Feld>=<Wert>;..." gegen den Satz
* pruefen; die erste Abweichung macht das Szenario NOK
******************************************************************
 D300-SOLL-PRUEFEN SECTION.
 D300-00.
     MOVE 1 TO W-REG-PTR
     PERFORM UNTIL W-REG-PTR > 240
                OR REG-NOK
         MOVE SPACES TO W-REG-PAAR
         UNSTRING W-REG-PAARE DELIMITED BY ";"
             INTO W-REG-PAAR
             WITH POINTER W-REG-PTR
         END-UNSTRING
         IF  W-REG-PAAR NOT = SPACES
             PERFORM D201-PAAR-ZERLEGEN
             SET REG-FELD-OK TO TRUE
             MOVE SPACES TO W-REG-IST
             MOVE ZERO   TO W-REG-IST-NUM
             EVALUATE TRUE
                 WHEN REG-DRV-ANO  PERFORM D310-HOLEN-ANO
                 WHEN REG-DRV-COU  PERFORM D311-HOLEN-COU
                 WHEN REG-DRV-EIN  PERFORM D312-HOLEN-EIN
             END-EVALUATE
             IF  REG-FELD-UNBEKANNT
                 SET REG-NOK TO TRUE
                 STRING "unbekanntes Soll-Feld "    DELIMITED BY SIZE,
                        W-REG-FELD                  DELIMITED BY SPACE
                   INTO W-REG-DETAIL
             ELSE
                 PERFORM D320-WERT-VERGLEICHEN
             END-IF
         END-IF
     END-PERFORM
     .
 D300-99.
     EXIT.

******************************************************************
* Rueckgabefeld holen: Schnittstelle SSFANO0M
******************************************************************
 D310-HOLEN-ANO SECTION.
 D310-00.
     SET REG-IST-ALPHA TO TRUE
     EVALUATE W-REG-FELD
         WHEN "LINK-ANNOTATION"
             MOVE ANO-LINK-ANNOTATION TO W-REG-IST
         WHEN "LINK-REP-FILE"
             MOVE ANO-LINK-REP-FILE   TO W-REG-IST
         WHEN "LINK-AN-VALUE"
             MOVE ANO-LINK-AN-VALUE   TO W-REG-IST
         WHEN "LINK-AN-VALUE-LEN"
             SET REG-IST-NUM TO TRUE
             MOVE ANO-LINK-AN-VALUE-LEN TO W-REG-IST-NUM
         WHEN OTHER
             SET REG-FELD-UNBEKANNT TO TRUE
     END-EVALUATE
     .
 D310-99.
     EXIT.

******************************************************************
* Rueckgabefeld holen: Schnittstelle SSFCOU0M
******************************************************************
 D311-HOLEN-COU SECTION.
 D311-00.
     SET REG-IST-ALPHA TO TRUE
     EVALUATE W-REG-FELD
         WHEN "LINK-REP-FILE"
             MOVE COU-LINK-REP-FILE   TO W-REG-IST
         WHEN "LINK-OPTION"
             MOVE COU-LINK-OPTION     TO W-REG-IST
         WHEN "LINK-OPTVAL"
             MOVE COU-LINK-OPTVAL     TO W-REG-IST
         WHEN "LINK-MERGE-BRANCH2"
             MOVE COU-LINK-MERGE-BRANCH2 TO W-REG-IST
         WHEN "LINK-SIG-CHECKSUM"
             SET REG-IST-NUM TO TRUE
             MOVE COU-LINK-SIG-CHECKSUM TO W-REG-IST-NUM
         WHEN "LINK-SIG-LINES"
             SET REG-IST-NUM TO TRUE
             MOVE COU-LINK-SIG-LINES  TO W-REG-IST-NUM
         WHEN "LINK-MERGE-KONFLIKTE"
             SET REG-IST-NUM TO TRUE
             MOVE COU-LINK-MERGE-KONFLIKTE TO W-REG-IST-NUM
         WHEN "LINK-SIG-CHUNK-ANZ"
             SET REG-IST-NUM TO TRUE
             MOVE COU-LINK-SIG-CHUNK-ANZ TO W-REG-IST-NUM
         WHEN OTHER
             SET REG-FELD-UNBEKANNT TO TRUE
     END-EVALUATE
     .
 D311-99.
     EXIT.

******************************************************************
* Rueckgabefeld holen: Schnittstelle SSFEIN0M
******************************************************************
 D312-HOLEN-EIN SECTION.
 D312-00.
     SET REG-IST-ALPHA TO TRUE
     EVALUATE W-REG-FELD
         WHEN "LINK-REP-FILE"
             MOVE EIN-LINK-REP-FILE   TO W-REG-IST
         WHEN "LINK-USER-NAME"
             MOVE EIN-LINK-USER-NAME  TO W-REG-IST
         WHEN "LINK-VOLUME"
             MOVE EIN-LINK-VOLUME     TO W-REG-IST
         WHEN "LINK-SUBVOL"
             MOVE EIN-LINK-SUBVOL     TO W-REG-IST
         WHEN "LINK-SECURITY"
             MOVE EIN-LINK-SECURITY   TO W-REG-IST
         WHEN "LINK-OWNER-NAME"
             MOVE EIN-LINK-OWNER-NAME TO W-REG-IST
         WHEN "LINK-HOMETERM"
             MOVE EIN-LINK-HOMETERM   TO W-REG-IST
         WHEN "LINK-USER-CURLEN"
             SET REG-IST-NUM TO TRUE
             MOVE EIN-LINK-USER-CURLEN TO W-REG-IST-NUM
         WHEN "LINK-USER-GRP"
             SET REG-IST-NUM TO TRUE
             MOVE EIN-LINK-USER-GRP   TO W-REG-IST-NUM
         WHEN "LINK-USER-NR"
             SET REG-IST-NUM TO TRUE
             MOVE EIN-LINK-USER-NR    TO W-REG-IST-NUM
         WHEN "LINK-MODI"
             SET REG-IST-NUM TO TRUE
             MOVE EIN-LINK-MODI       TO W-REG-IST-NUM
         WHEN "LINK-OWNER-GROUP"
             SET REG-IST-NUM TO TRUE
             MOVE EIN-LINK-OWNER-GROUP TO W-REG-IST-NUM
         WHEN "LINK-OWNER-NR"
             SET REG-IST-NUM TO TRUE
             MOVE EIN-LINK-OWNER-NR   TO W-REG-IST-NUM
         WHEN "LINK-OWNER-CURLEN"
             SET REG-IST-NUM TO TRUE
             MOVE EIN-LINK-OWNER-CURLEN TO W-REG-IST-NUM
         WHEN "LINK-FCODE"
             SET REG-IST-NUM TO TRUE
             MOVE EIN-LINK-FCODE      TO W-REG-IST-NUM
         WHEN "LINK-PROC-COUNT"
             SET REG-IST-NUM TO TRUE
             MOVE EIN-LINK-PROC-COUNT TO W-REG-IST-NUM
         WHEN OTHER
             SET REG-FELD-UNBEKANNT TO TRUE
     END-EVALUATE
     .
 D312-99.
     EXIT.

******************************************************************
* Ist gegen Soll: numerisch ueber den Zahlenwert, alphanumerisch
* auf volle Laenge; ein Soll mit "*" am Ende nur im Anfang
******************************************************************
 D320-WERT-VERGLEICHEN SECTION.
 D320-00.
     IF  REG-IST-NUM
         COMPUTE W-REG-SOLL-NUM = FUNCTION NUMVAL (W-REG-WERT)
         IF  W-REG-IST-NUM NOT = W-REG-SOLL-NUM
             SET REG-NOK TO TRUE
             MOVE W-REG-IST-NUM TO D-NUM18
             STRING W-REG-FELD         DELIMITED BY SPACE,
                    " ist"             DELIMITED BY SIZE,
                    D-NUM18            DELIMITED BY SIZE,
                    ", erwartet "      DELIMITED BY SIZE,
                    W-REG-WERT         DELIMITED BY SPACE
               INTO W-REG-DETAIL
         END-IF
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-REG-WERT-LEN
     INSPECT W-REG-WERT TALLYING W-REG-WERT-LEN
             FOR CHARACTERS BEFORE INITIAL "*"
     IF  W-REG-WERT-LEN < 240
     AND W-REG-WERT (W-REG-WERT-LEN + 1:) = "*"
**      ---> Anfangsvergleich
         IF  W-REG-WERT-LEN > ZERO
         AND W-REG-IST (1:W-REG-WERT-LEN)
                 NOT = W-REG-WERT (1:W-REG-WERT-LEN)
             SET REG-NOK TO TRUE
         END-IF
     ELSE
         IF  W-REG-IST NOT = W-REG-WERT
             SET REG-NOK TO TRUE
         END-IF
     END-IF
     IF  REG-NOK
         STRING W-REG-FELD         DELIMITED BY SPACE,
                " ist "            DELIMITED BY SIZE,
                W-REG-IST (1:20)   DELIMITED BY SIZE,
                " erwartet "       DELIMITED BY SIZE,
                W-REG-WERT         DELIMITED BY SPACE
           INTO W-REG-DETAIL
     END-IF
     .
 D320-99.
     EXIT.

******************************************************************
* vom Aufruf erzeugte Ausgabedatei (IST_DATEI) Zeile fuer Zeile mit
* der hinterlegten Soll-Datei (SOLL_DATEI) vergleichen
******************************************************************
 D400-DATEI-VERGLEICHEN SECTION.
 D400-00.
     MOVE IST-DATEI OF SSFREGSZ TO ASS-FNAME
     MOVE ZERO                  TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  ISTF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS = ZERO
         MOVE SOLL-DATEI OF SSFREGSZ TO ASS-FNAME
         ENTER "COBOLASSIGN" USING  SOLLF
                                    ASS-FNAME
                             GIVING ASS-FSTATUS
     END-IF
     IF  ASS-FSTATUS NOT = ZERO
         SET REG-NOK TO TRUE
         STRING "COBOLASSIGN fehlgeschlagen: "  DELIMITED BY SIZE,
                ASS-FNAME                       DELIMITED BY SPACE
           INTO W-REG-DETAIL
         EXIT SECTION
     END-IF

     OPEN INPUT ISTF
     IF  NOT IST-FILE-OK
         SET REG-NOK TO TRUE
         STRING "Ausgabedatei fehlt: "          DELIMITED BY SIZE,
                IST-DATEI OF SSFREGSZ           DELIMITED BY SPACE
           INTO W-REG-DETAIL
         EXIT SECTION
     END-IF
     OPEN INPUT SOLLF
     IF  NOT SOLL-FILE-OK
         CLOSE ISTF
         SET REG-NOK TO TRUE
         STRING "Soll-Datei fehlt: "            DELIMITED BY SIZE,
                SOLL-DATEI OF SSFREGSZ          DELIMITED BY SPACE
           INTO W-REG-DETAIL
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-REG-ZEILEN
     READ ISTF  AT END SET IST-FILE-EOF  TO TRUE END-READ
     READ SOLLF AT END SET SOLL-FILE-EOF TO TRUE END-READ
     PERFORM UNTIL REG-NOK
                OR (IST-FILE-EOF AND SOLL-FILE-EOF)
         ADD 1 TO W-REG-ZEILEN
         IF  IST-FILE-EOF
         OR  SOLL-FILE-EOF
         OR  IST-RECORD NOT = SOLL-RECORD
             SET REG-NOK TO TRUE
         ELSE
             READ ISTF  AT END SET IST-FILE-EOF  TO TRUE END-READ
             READ SOLLF AT END SET SOLL-FILE-EOF TO TRUE END-READ
         END-IF
     END-PERFORM
     CLOSE ISTF
     CLOSE SOLLF

     IF  REG-NOK
         MOVE W-REG-ZEILEN TO D-NUM9
         STRING "Ausgabedatei weicht ab Zeile "  DELIMITED BY SIZE,
                D-NUM9                          DELIMITED BY SIZE,
                " vom Soll ab"                  DELIMITED BY SIZE
           INTO W-REG-DETAIL
     END-IF
     .
 D400-99.
     EXIT.

******************************************************************
* Ergebnis des Szenarios in =SSFREGLF festhalten (ein Fehler hier
* stoert den Lauf nicht, wird aber gemeldet)
******************************************************************
 D500-ERGEBNIS-SCHREIBEN SECTION.
 D500-00.
     PERFORM U100-BEGIN
     PERFORM S130-INSERT-SSFREGLF
     IF  SQLCODE OF SQLCA = ZERO
         PERFORM U110-COMMIT
     ELSE
         MOVE SQLCODE OF SQLCA TO D-NUM4
         DISPLAY "Fehler bei Insert in SSFREGLF: " D-NUM4
         PERFORM U120-ROLLBACK
     END-IF
     .
 D500-99.
     EXIT.

******************************************************************
* Ergebniszeile eines Szenarios anzeigen
******************************************************************
 D510-ERGEBNIS-ANZEIGEN SECTION.
 D510-00.
     MOVE SPACES TO ZEILE
     STRING W-REG-ERGEBNIS              DELIMITED BY SIZE,
            " "                         DELIMITED BY SIZE,
            SZENARIO     OF SSFREGSZ    DELIMITED BY SIZE,
            " "                         DELIMITED BY SIZE,
            SOURCE-MODUL OF SSFREGSZ    DELIMITED BY SIZE,
            " "                         DELIMITED BY SIZE,
            W-REG-DRIVER                DELIMITED BY SIZE,
            " "                         DELIMITED BY SIZE,
            LINK-CMD     OF SSFREGSZ    DELIMITED BY SIZE
       INTO ZEILE
     DISPLAY ZEILE
     IF  REG-NOK
         DISPLAY "    " W-REG-DETAIL
     END-IF
     .
 D510-99.
     EXIT.

******************************************************************
* Aufruf COBOL-Utility: GETSTARTUPTEXT - optionaler STARTUP-Text;
* kein Text = alle aktiven Szenarien, "MODUL <Modul>" bzw.
* "SZENARIO <Szenario>" schraenkt den Lauf ein
******************************************************************
 P100-GETSTARTUPTEXT SECTION.
 P100-00.
     MOVE SPACE  TO STUP-TEXT
     MOVE SPACES TO H-STUP-CMD
                    H-STUP-WERT
     ENTER "GETSTARTUPTEXT"  USING   STUP-PORTION
                                     STUP-TEXT
                             GIVING  STUP-RESULT
     EVALUATE STUP-RESULT
         WHEN -9999 THRU -1
**                  ---> Fehler aus GetStartUpText
                     MOVE STUP-RESULT TO D-NUM4
                     DISPLAY "Fehler Startup-Text: " D-NUM4
                     SET PRG-ABBRUCH TO TRUE
                     EXIT SECTION

         WHEN ZERO
**                  ---> kein STARTUP-Text: alle aktiven Szenarien
                     EXIT SECTION

         WHEN OTHER
**                  ---> StartUpText ist vorhanden in STUP-TEXT
                     CONTINUE

     END-EVALUATE

     INSPECT STUP-TEXT
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

     UNSTRING STUP-TEXT DELIMITED BY ALL " "
     INTO     W-STUP-CMD,
              W-STUP-WERT

     IF  NOT STUP-ALLE
     AND NOT STUP-MODUL
     AND NOT STUP-SZENARIO
         DISPLAY "Unbekannter Startup-Text - erwartet: ",
                 "MODUL <Modul> oder SZENARIO <Szenario>"
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

     IF  NOT STUP-ALLE
     AND W-STUP-WERT = SPACES
         DISPLAY "Ungueltiger Startup-Text - erwartet: ",
                 "MODUL <Modul> oder SZENARIO <Szenario>"
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

     MOVE W-STUP-CMD  TO H-STUP-CMD
     MOVE W-STUP-WERT TO H-STUP-WERT
     .
 P100-99.
     EXIT.

******************************************************************
* OPEN Cursor ueber die ausgewaehlten Szenarien
******************************************************************
 S100-OPEN-REGSZ-CURSOR SECTION.
 S100-00.
     EXEC SQL
         OPEN REGSZ_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET REGSZ-CURS-OK   TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "Fehler beim Open Cursor REGSZ_CURS: "
                             D-NUM4
                     SET REGSZ-CURS-ENDE TO TRUE
                     SET PRG-ABBRUCH     TO TRUE
     END-EVALUATE
     .
 S100-99.
     EXIT.

******************************************************************
* FETCH Cursor ueber die ausgewaehlten Szenarien
******************************************************************
 S110-FETCH-REGSZ-CURSOR SECTION.
 S110-00.
     IF  REGSZ-CURS-ENDE
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH REGSZ_CURS
          INTO  :SZENARIO     OF SSFREGSZ
               ,:SOURCE-MODUL OF SSFREGSZ
               ,:DRIVER       OF SSFREGSZ
               ,:LINK-CMD     OF SSFREGSZ
               ,:EINGABE-WERTE OF SSFREGSZ
               ,:SOLL-RC      OF SSFREGSZ
               ,:SOLL-WERTE   OF SSFREGSZ
               ,:IST-DATEI    OF SSFREGSZ
               ,:SOLL-DATEI   OF SSFREGSZ
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET REGSZ-CURS-OK   TO TRUE
         WHEN OTHER  SET REGSZ-CURS-ENDE TO TRUE
     END-EVALUATE
     .
 S110-99.
     EXIT.

******************************************************************
* CLOSE Cursor ueber die ausgewaehlten Szenarien
******************************************************************
 S120-CLOSE-REGSZ-CURSOR SECTION.
 S120-00.
     EXEC SQL
         CLOSE REGSZ_CURS
     END-EXEC
     .
 S120-99.
     EXIT.

******************************************************************
* Ergebnissatz eines Szenarios einfuegen
******************************************************************
 S130-INSERT-SSFREGLF SECTION.
 S130-00.
     EXEC SQL
         INSERT
           INTO  =SSFREGLF
                 (LAUF_ID, SZENARIO, SOURCE_MODUL, DRIVER
                 ,ERGEBNIS, BEMERKUNG, LAUF_TS)
         VALUES  (
                  :W-REG-LAUF-ID
                 ,:SZENARIO     OF SSFREGSZ
                 ,:SOURCE-MODUL OF SSFREGSZ
                 ,:W-REG-DRIVER
                 ,:W-REG-ERGEBNIS
                 ,:W-REG-DETAIL
                 ,CURRENT
                 )
     END-EXEC
     .
 S130-99.
     EXIT.

******************************************************************
* Transaktionsbegrenzungen
******************************************************************
 U100-BEGIN SECTION.
 U100-00.
     EXEC SQL
         BEGIN WORK
     END-EXEC
     .
 U100-99.
     EXIT.

 U110-COMMIT SECTION.
 U110-00.
     EXEC SQL
         COMMIT WORK
     END-EXEC
     .
 U110-99.
     EXIT.

 U120-ROLLBACK SECTION.
 U120-00.
     EXEC SQL
         ROLLBACK WORK
     END-EXEC
     .
 U120-99.
     EXIT.

******************************************************************
* TIMESTAMP erstellen
******************************************************************
 U200-TIMESTAMP SECTION.
 U200-00.
     ENTER TAL "TIME" USING TAL-TIME
     MOVE CORR TAL-TIME TO TAL-TIME-D
     .
 U200-99.
     EXIT.

******************************************************************
* SQL-Fehlerbehandlung
******************************************************************
 Z001-SQLERROR SECTION.
 Z001-00.

**  ---> holen Daten für Fehlertabelle
     MOVE 1 TO ERR-STAT OF GEN-ERROR

         MOVE ZERO      TO MDNR OF GEN-ERROR
         MOVE ZERO      TO TSNR OF GEN-ERROR

     MOVE K-MODUL TO MODUL-NAME OF GEN-ERROR
     MOVE "SE"    TO ERROR-KZ   OF GEN-ERROR

**  ---> Einstellen in Fehlertabelle
     PERFORM Z999-ERRLOG
     .
 Z001-99.
     EXIT.

******************************************************************
* Programm-Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.

**  ---> holen Daten für Fehlertabelle
     MOVE 1 TO ERR-STAT OF GEN-ERROR

         MOVE ZERO      TO MDNR OF GEN-ERROR
         MOVE ZERO      TO TSNR OF GEN-ERROR

     MOVE K-MODUL TO MODUL-NAME OF GEN-ERROR
     MOVE "PE"    TO ERROR-KZ   OF GEN-ERROR

**  ---> Einstellen in Fehlertabelle
     PERFORM Z999-ERRLOG
     .
 Z002-99.
     EXIT.

******************************************************************
* Fehler in Tabelle ERRLOG schreiben
******************************************************************
 Z999-ERRLOG SECTION.
 Z999-00.
**  ---> Einstellen in Fehlertabelle
     CALL "WSYS022" USING GEN-ERROR
                          SQLCA
     INITIALIZE GEN-ERROR
     .
 Z999-99.
      EXIT.

******************************************************************
* ENDE Source-Programm
******************************************************************
