

*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: B.08.00
* Kurzbeschreibung :: Programm-Skeleton-Generator: legt aus einem
*                     Standard-Geruest (wie diesem Programm selbst)
*                     eine neue, leere COBOL-Quelldatei mit gegebenem
*       |          |     | STARTUP "LIST" zeigt die verfuegbaren
*       |          |     | Templates aus dem Repository (D520);
*       |          |     | 5. STARTUP-Parameter = Autorenkuerzel
*B.06.00|2026-10-15| km  | Testdriver-Generator: STARTUP "DRIVER
*       |          |     | <Modul> <NEU-PROGRAM-ID> <Ziel-Datei>"
*       |          |     | holt das Modul per SSFCOU0M, wertet
*       |          |     | LINKAGE SECTION und EVALUATE LINK-CMD aus
*       |          |     | und schreibt einen Driver, der LINK-CMD
*       |          |     | und jedes Feld abfragt, das Modul ruft
*       |          |     | und den Satz anzeigt (D740-D749);
*       |          |     | Registrierung wie sonst (Default R)
*B.07.00|2026-10-15| km  | Spiegel des SSFCOU0M-LINK-REC um die
*       |          |     | Merge-Dateinamen des parallelen
*       |          |     | Checkouts (LINK-CMD "PM") erweitert
*B.08.00|2026-10-15| km  | Konvertierungs-Generator: STARTUP
*       |          |     | "CONVERT <Modul> <Section> <alte Vers.>
*       |          |     | <neue Vers.> <NEU-PROGRAM-ID> <Ziel>"
*       |          |     | holt beide Versionen der Copy-Section
*       |          |     | per SSFCOU0M, gleicht die Felder ueber
*       |          |     | den Namen ab und schreibt ein Programm
*       |          |     | Alt-Datei -> Neu-Datei mit MOVEs, TODO-
*       |          |     | Punkten, Satzzaehlern und Kontroll-
*       |          |     | summe (D750-D760); D744 merkt USAGE
*----------------------------------------------------------------*
*
* Programmbeschreibung
* Beispiel    :  PFCNEW01 $WSOFT.SSRCREPO.PFCNEW01
*                PFCNEW02 $WSOFT.SSRCREPO.PFCNEW02 T
*
* Sonderform  :  DRIVER <Modul> <NEU-PROGRAM-ID> <Ziel-Datei>
*                       [R|RK|-] [<Autor>]
*                erzeugt einen Testdriver fuer ein unter SRCSAFE
*                archiviertes Modul (vgl. ANODRV0O/COUDRV0O): das
*                Modul wird per SSFCOU0M geholt, seine LINKAGE
*                SECTION wird als Uebergabesatz uebernommen, die
*                WHEN-Werte von EVALUATE LINK-CMD bilden die
*                Auswahl des LINK-CMD. Der Driver fragt je Aufruf
*                LINK-CMD und alle Felder ab, ruft das Modul und
*                zeigt den zurueckgegebenen Satz an. Registrierung
*                wie oben, Default R ("-" = keine Registrierung)
*                Beispiel: DRIVER SSFANO0E ANODRV1O
*                          $WSOFT.SSRCREPO.ANODRV1E
*
* Sonderform  :  CONVERT <Modul> <Section> <alte Version>
*                        <neue Version> <NEU-PROGRAM-ID>
*                        <Ziel-Datei> [R|RK|-] [<Autor>]
*                erzeugt ein Konvertierungsprogramm fuer eine
*                geaenderte Satzart: beide Versionen des unter
*                SRCSAFE archivierten Copy-Moduls werden per SSFCOU0M
*                geholt, die ?SECTION <Section> wird je Version als
*                FD ALTDAT/ALT-SATZ bzw. NEUDAT/NEU-SATZ uebernommen.
*                Gleichnamige Felder werden per MOVE zugeordnet; neue,
*                entfallene und in Typ/Laenge geaenderte Felder sowie
*                Tabellen/REDEFINES stehen als "*** => TODO"-Punkte
*                in B100. Das Programm zaehlt gelesene/geschriebene
*                Saetze und bildet eine Kontrollsumme ueber die
*                gemeinsamen numerischen Felder, die am Ende (B090)
*                abgestimmt werden. Registrierung wie oben, Default R
*                Beispiel: CONVERT MSGLIBE FRESATZ A.01.00 A.02.00
*                          FRECNV01 $WSOFT.SSRCREPO.FRECNV1E
*
* Legt die Ziel-Datei neu an (Abbruch, falls sie schon existiert)
* und schreibt das gewaehlte Geruest hinein (IDENTIFICATION/
* ENVIRONMENT/WORKING-STORAGE/PROCEDURE DIVISION mit A100-STEUERUNG/
                                 PIC X(71).
 01          W-SKEL-K-VORSPANN-ANZ PIC S9(04) COMP VALUE 17.

*--------------------------------------------------------------------*
* Generierter Testdriver (STARTUP "DRIVER ...", s. D740): fester
* Teil der WORKING-STORAGE hinter KONSTANTE-FELDER; danach folgen
* die LINK-CMD-Tabelle und die aus dem Modul uebernommene
* LINKAGE SECTION als Uebergabesatz
*--------------------------------------------------------------------*
 01          K-SKEL-G-WS-TEXT.
     05      FILLER  PIC X(71) VALUE
             "*----------------------------------------------------------------*".
     05      FILLER  PIC X(71) VALUE
             "* Conditional-Felder".
     05      FILLER  PIC X(71) VALUE
             "*----------------------------------------------------------------*".
     05      FILLER  PIC X(71) VALUE
             " 01          SCHALTER.".
     05      FILLER  PIC X(71) VALUE
             "     05      PRG-STATUS          PIC 9.".
     05      FILLER  PIC X(71) VALUE
             "          88 PRG-OK                          VALUE ZERO.".
     05      FILLER  PIC X(71) VALUE
             "          88 PRG-NOK                         VALUE 1 THRU 9.".
     05      FILLER  PIC X(71) VALUE
             "          88 PRG-ENDE                        VALUE 1.".
     05      FILLER  PIC X(71) VALUE
             "          88 PRG-ABBRUCH                     VALUE 2.".
     05      FILLER  PIC X(71) VALUE
             "     05      W-CMD-FLAG          PIC X(01).".
     05      FILLER  PIC X(71) VALUE
             "          88 CMD-OK                          VALUE ""J"".".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "*--------------------------------------------------------------------*".
     05      FILLER  PIC X(71) VALUE
             "* weitere Arbeitsfelder".
     05      FILLER  PIC X(71) VALUE
             "*--------------------------------------------------------------------*".
     05      FILLER  PIC X(71) VALUE
             " 01          WORK-FELDER.".
     05      FILLER  PIC X(71) VALUE
             "**          ---> Eingabe am Terminal".
     05      FILLER  PIC X(71) VALUE
             "     05      W-EINGABE           PIC X(80).".
     05      FILLER  PIC X(71) VALUE
             "**          ---> Anzeige numerischer Felder der Schnittstelle".
     05      FILLER  PIC X(71) VALUE
             "     05      W-NUM-ED            PIC -(17)9.".
     05      FILLER  PIC X(71) VALUE
             "     05      W-CMD-IX            PIC S9(04) COMP.".
 01          K-SKEL-G-WS-LINES REDEFINES K-SKEL-G-WS-TEXT
                                 OCCURS 21 TIMES
                                 PIC X(71).
 01          W-SKEL-G-WS-ANZ     PIC S9(04) COMP VALUE 21.

*--------------------------------------------------------------------*
* Generierter Testdriver: PROCEDURE DIVISION bis B100-00; der Rest
* von B100 wird aus der Schnittstelle des Moduls erzeugt (D745)
*--------------------------------------------------------------------*
 01          K-SKEL-G-PROC-TEXT.
     05      FILLER  PIC X(71) VALUE
             " PROCEDURE DIVISION.".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             "* Steuerungs-Section: Aufrufe wiederholen, bis ""E"" eingegeben wird".
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             " A100-STEUERUNG SECTION.".
     05      FILLER  PIC X(71) VALUE
             " A100-00.".
     05      FILLER  PIC X(71) VALUE
             "**  ---> wenn SWICH-15 gesetzt ist".
     05      FILLER  PIC X(71) VALUE
             "**  ---> nur Umwandlungszeitpunkt zeigen und dann beenden".
     05      FILLER  PIC X(71) VALUE
             "     IF  SHOW-VERSION".
     05      FILLER  PIC X(71) VALUE
             "         DISPLAY K-MODUL "" vom: "" FUNCTION WHEN-COMPILED".
     05      FILLER  PIC X(71) VALUE
             "         STOP RUN".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "     INITIALIZE SCHALTER".
     05      FILLER  PIC X(71) VALUE
             "     PERFORM B100-VERARBEITUNG".
     05      FILLER  PIC X(71) VALUE
             "       UNTIL PRG-ENDE".
     05      FILLER  PIC X(71) VALUE
             "     STOP RUN".
     05      FILLER  PIC X(71) VALUE
             "     .".
     05      FILLER  PIC X(71) VALUE
             " A100-99.".
     05      FILLER  PIC X(71) VALUE
             "     EXIT.".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             "* ein Aufruf: LINK-CMD und Felder abfragen, Modul aufrufen und die".
     05      FILLER  PIC X(71) VALUE
             "* zurueckgegebenen Felder anzeigen".
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             " B100-VERARBEITUNG SECTION.".
     05      FILLER  PIC X(71) VALUE
             " B100-00.".
 01          K-SKEL-G-PROC-LINES REDEFINES K-SKEL-G-PROC-TEXT
                                 OCCURS 28 TIMES
                                 PIC X(71).
 01          W-SKEL-G-PROC-ANZ   PIC S9(04) COMP VALUE 28.

*--------------------------------------------------------------------*
* Generierter Testdriver: Abfrage und Pruefung des LINK-CMD gegen
* die Werte aus dem EVALUATE LINK-CMD des Moduls
*--------------------------------------------------------------------*
 01          K-SKEL-G-CMD-TEXT.
     05      FILLER  PIC X(71) VALUE
             "     DISPLAY ""LINK-CMD (E = Ende): "" WITH NO ADVANCING".
     05      FILLER  PIC X(71) VALUE
             "     ACCEPT W-EINGABE".
     05      FILLER  PIC X(71) VALUE
             "     INSPECT W-EINGABE".
     05      FILLER  PIC X(71) VALUE
             "        CONVERTING ""abcdefghijklmnopqrstuvwxyz""".
     05      FILLER  PIC X(71) VALUE
             "                TO ""ABCDEFGHIJKLMNOPQRSTUVWXYZ""".
     05      FILLER  PIC X(71) VALUE
             "     IF  W-EINGABE = ""E"" OR = SPACES".
     05      FILLER  PIC X(71) VALUE
             "         SET PRG-ENDE TO TRUE".
     05      FILLER  PIC X(71) VALUE
             "         EXIT SECTION".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE
             "     MOVE SPACE TO W-CMD-FLAG".
     05      FILLER  PIC X(71) VALUE
             "     PERFORM VARYING W-CMD-IX FROM 1 BY 1".
     05      FILLER  PIC X(71) VALUE
             "             UNTIL   W-CMD-IX > K-CMD-ANZ".
     05      FILLER  PIC X(71) VALUE
             "         IF  W-EINGABE = K-CMD (W-CMD-IX)".
     05      FILLER  PIC X(71) VALUE
             "             SET CMD-OK TO TRUE".
     05      FILLER  PIC X(71) VALUE
             "         END-IF".
     05      FILLER  PIC X(71) VALUE
             "     END-PERFORM".
     05      FILLER  PIC X(71) VALUE
             "     IF  NOT CMD-OK".
     05      FILLER  PIC X(71) VALUE
             "         DISPLAY "" unbekanntes LINK-CMD: "" W-EINGABE (1:8)".
     05      FILLER  PIC X(71) VALUE
             "         EXIT SECTION".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE
             "     MOVE W-EINGABE TO LINK-CMD".
 01          K-SKEL-G-CMD-LINES REDEFINES K-SKEL-G-CMD-TEXT
                                 OCCURS 21 TIMES
                                 PIC X(71).
 01          W-SKEL-G-CMD-ANZ    PIC S9(04) COMP VALUE 21.

*--------------------------------------------------------------------*
* Generierter Testdriver fuer ein Modul ohne EVALUATE LINK-CMD:
* nur Abfrage, ob noch ein Aufruf folgen soll
*--------------------------------------------------------------------*
 01          K-SKEL-G-OHNECMD-TEXT.
     05      FILLER  PIC X(71) VALUE
             "     DISPLAY ""Aufruf (E = Ende, sonst Enter): "" WITH NO ADVANCING".
     05      FILLER  PIC X(71) VALUE
             "     ACCEPT W-EINGABE".
     05      FILLER  PIC X(71) VALUE
             "     IF  W-EINGABE = ""E"" OR = ""e""".
     05      FILLER  PIC X(71) VALUE
             "         SET PRG-ENDE TO TRUE".
     05      FILLER  PIC X(71) VALUE
             "         EXIT SECTION".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
 01          K-SKEL-G-OHNECMD-LINES REDEFINES K-SKEL-G-OHNECMD-TEXT
                                 OCCURS 6 TIMES
                                 PIC X(71).
 01          W-SKEL-G-OHNECMD-ANZ PIC S9(04) COMP VALUE 6.

*--------------------------------------------------------------------*
* Generiertes Konvertierungsprogramm (STARTUP "CONVERT ...", s. D750):
* fester Teil der WORKING-STORAGE hinter KONSTANTE-FELDER; Alt- und
* Neusatz stehen als FD ALTDAT/NEUDAT in der FILE SECTION
*--------------------------------------------------------------------*
 01          K-SKEL-C-WS-TEXT.
     05      FILLER  PIC X(71) VALUE
             "*----------------------------------------------------------------*".
     05      FILLER  PIC X(71) VALUE
             "* Conditional-Felder".
     05      FILLER  PIC X(71) VALUE
             "*----------------------------------------------------------------*".
     05      FILLER  PIC X(71) VALUE
             " 01          SCHALTER.".
     05      FILLER  PIC X(71) VALUE
             "     05      ALT-STATUS          PIC X(02).".
     05      FILLER  PIC X(71) VALUE
             "          88 ALT-OK                          VALUE ""00"".".
     05      FILLER  PIC X(71) VALUE
             "          88 ALT-EOF                         VALUE ""10"".".
     05      FILLER  PIC X(71) VALUE
             "     05      NEU-STATUS          PIC X(02).".
     05      FILLER  PIC X(71) VALUE
             "          88 NEU-OK                          VALUE ""00"".".
     05      FILLER  PIC X(71) VALUE
             "     05      PRG-STATUS          PIC 9.".
     05      FILLER  PIC X(71) VALUE
             "          88 PRG-OK                          VALUE ZERO.".
     05      FILLER  PIC X(71) VALUE
             "          88 PRG-NOK                         VALUE 1 THRU 9.".
     05      FILLER  PIC X(71) VALUE
             "          88 PRG-ENDE                        VALUE 1.".
     05      FILLER  PIC X(71) VALUE
             "          88 PRG-ABBRUCH                     VALUE 2.".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "*--------------------------------------------------------------------*".
     05      FILLER  PIC X(71) VALUE
             "* weitere Arbeitsfelder".
     05      FILLER  PIC X(71) VALUE
             "*--------------------------------------------------------------------*".
     05      FILLER  PIC X(71) VALUE
             " 01          WORK-FELDER.".
     05      FILLER  PIC X(71) VALUE
             "**          ---> fuer COBOLASSIGN (Alt-/Neu-Datei aus STARTUP-Text)".
     05      FILLER  PIC X(71) VALUE
             "     05      ASS-FNAME           PIC X(36).".
     05      FILLER  PIC X(71) VALUE
             "     05      ASS-FSTATUS         PIC S9(04) COMP.".
     05      FILLER  PIC X(71) VALUE
             "     05      W-ALT-DATEI         PIC X(36).".
     05      FILLER  PIC X(71) VALUE
             "     05      W-NEU-DATEI         PIC X(36).".
     05      FILLER  PIC X(71) VALUE
             "**          ---> Satzzaehler und Kontrollsummen (Abstimmung in B090)".
     05      FILLER  PIC X(71) VALUE
             "     05      C9-GELESEN          PIC S9(09) COMP.".
     05      FILLER  PIC X(71) VALUE
             "     05      C9-GESCHRIEBEN      PIC S9(09) COMP.".
     05      FILLER  PIC X(71) VALUE
             "     05      W-SUMME-ALT         PIC S9(14)V9(04) COMP.".
     05      FILLER  PIC X(71) VALUE
             "     05      W-SUMME-NEU         PIC S9(14)V9(04) COMP.".
     05      FILLER  PIC X(71) VALUE
             "     05      D-ANZ               PIC ZZZ.ZZZ.ZZ9.".
     05      FILLER  PIC X(71) VALUE
             "     05      D-SUMME             PIC -(14)9,9(04).".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "*--------------------------------------------------------------------*".
     05      FILLER  PIC X(71) VALUE
             "* Parameter fuer Untermodulaufrufe: Praefix P".
     05      FILLER  PIC X(71) VALUE
             "*--------------------------------------------------------------------*".
     05      FILLER  PIC X(71) VALUE
             "**          ---> fuer COBOL-Utilities GET-/PUT-STARTUPTEXT".
     05      FILLER  PIC X(71) VALUE
             " 01          STUP-PARAMETER.".
     05      FILLER  PIC X(71) VALUE
             "     05      STUP-RESULT         PIC S9(04) COMP VALUE ZERO.".
     05      FILLER  PIC X(71) VALUE
             "     05      STUP-CPLIST         PIC  9(09) COMP VALUE ZERO.".
     05      FILLER  PIC X(71) VALUE
             "     05      STUP-PORTION        PIC  X(30) VALUE ""STRING"".".
     05      FILLER  PIC X(71) VALUE
             "     05      STUP-TEXT           PIC X(128).".
     05      FILLER  PIC X(71) VALUE SPACES.
 01          K-SKEL-C-WS-LINES REDEFINES K-SKEL-C-WS-TEXT
                                 OCCURS 42 TIMES
                                 PIC X(71).
 01          W-SKEL-C-WS-ANZ     PIC S9(04) COMP VALUE 42.

*--------------------------------------------------------------------*
* Generiertes Konvertierungsprogramm: PROCEDURE DIVISION bis B100-00;
* die Zuordnung der Felder wird aus beiden Versionen erzeugt (D756)
*--------------------------------------------------------------------*
 01          K-SKEL-C-PROC-TEXT.
     05      FILLER  PIC X(71) VALUE
             " PROCEDURE DIVISION.".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             "* Steuerungs-Section: Alt-Datei satzweise umsetzen, am Ende".
     05      FILLER  PIC X(71) VALUE
             "* Satzzahlen und Kontrollsumme abstimmen".
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             " A100-STEUERUNG SECTION.".
     05      FILLER  PIC X(71) VALUE
             " A100-00.".
     05      FILLER  PIC X(71) VALUE
             "**  ---> wenn SWICH-15 gesetzt ist".
     05      FILLER  PIC X(71) VALUE
             "**  ---> nur Umwandlungszeitpunkt zeigen und dann beenden".
     05      FILLER  PIC X(71) VALUE
             "     IF  SHOW-VERSION".
     05      FILLER  PIC X(71) VALUE
             "         DISPLAY K-MODUL "" vom: "" FUNCTION WHEN-COMPILED".
     05      FILLER  PIC X(71) VALUE
             "         STOP RUN".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "**  ---> Vorlauf: Dateien zuweisen und oeffnen, ersten Satz lesen".
     05      FILLER  PIC X(71) VALUE
             "     PERFORM B000-VORLAUF".
     05      FILLER  PIC X(71) VALUE
             "     IF  PRG-ABBRUCH".
     05      FILLER  PIC X(71) VALUE
             "         STOP RUN".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "     PERFORM B100-VERARBEITUNG".
     05      FILLER  PIC X(71) VALUE
             "       UNTIL ALT-EOF".
     05      FILLER  PIC X(71) VALUE
             "       OR    PRG-ABBRUCH".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "**  ---> Nachlauf: Dateien schliessen, Abstimmung".
     05      FILLER  PIC X(71) VALUE
             "     PERFORM B090-ENDE".
     05      FILLER  PIC X(71) VALUE
             "     STOP RUN".
     05      FILLER  PIC X(71) VALUE
             "     .".
     05      FILLER  PIC X(71) VALUE
             " A100-99.".
     05      FILLER  PIC X(71) VALUE
             "     EXIT.".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             "* Vorlauf: STARTUP-Text ""<Alt-Datei> <Neu-Datei>""".
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             " B000-VORLAUF SECTION.".
     05      FILLER  PIC X(71) VALUE
             " B000-00.".
     05      FILLER  PIC X(71) VALUE
             "     INITIALIZE SCHALTER".
     05      FILLER  PIC X(71) VALUE
             "     MOVE ZERO TO C9-GELESEN  C9-GESCHRIEBEN".
     05      FILLER  PIC X(71) VALUE
             "                  W-SUMME-ALT W-SUMME-NEU".
     05      FILLER  PIC X(71) VALUE
             "     PERFORM P100-GETSTARTUPTEXT".
     05      FILLER  PIC X(71) VALUE
             "     IF  PRG-ABBRUCH".
     05      FILLER  PIC X(71) VALUE
             "         EXIT SECTION".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE
             "     MOVE SPACES TO W-ALT-DATEI W-NEU-DATEI".
     05      FILLER  PIC X(71) VALUE
             "     UNSTRING STUP-TEXT DELIMITED BY ALL SPACE".
     05      FILLER  PIC X(71) VALUE
             "         INTO W-ALT-DATEI W-NEU-DATEI".
     05      FILLER  PIC X(71) VALUE
             "     END-UNSTRING".
     05      FILLER  PIC X(71) VALUE
             "     IF  W-ALT-DATEI = SPACES".
     05      FILLER  PIC X(71) VALUE
             "     OR  W-NEU-DATEI = SPACES".
     05      FILLER  PIC X(71) VALUE
             "         DISPLAY ""Startup-Text - erwartet: <Alt-Datei> <Neu-Datei>""".
     05      FILLER  PIC X(71) VALUE
             "         SET PRG-ABBRUCH TO TRUE".
     05      FILLER  PIC X(71) VALUE
             "         EXIT SECTION".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "     MOVE W-ALT-DATEI TO ASS-FNAME".
     05      FILLER  PIC X(71) VALUE
             "     MOVE ZERO        TO ASS-FSTATUS".
     05      FILLER  PIC X(71) VALUE
             "     ENTER ""COBOLASSIGN"" USING  ALTDAT".
     05      FILLER  PIC X(71) VALUE
             "                                ASS-FNAME".
     05      FILLER  PIC X(71) VALUE
             "                         GIVING ASS-FSTATUS".
     05      FILLER  PIC X(71) VALUE
             "     IF  ASS-FSTATUS NOT = ZERO".
     05      FILLER  PIC X(71) VALUE
             "         DISPLAY ""Fehler bei COBOLASSIGN Alt-Datei: "" ASS-FNAME".
     05      FILLER  PIC X(71) VALUE
             "         SET PRG-ABBRUCH TO TRUE".
     05      FILLER  PIC X(71) VALUE
             "         EXIT SECTION".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE
             "     MOVE W-NEU-DATEI TO ASS-FNAME".
     05      FILLER  PIC X(71) VALUE
             "     MOVE ZERO        TO ASS-FSTATUS".
     05      FILLER  PIC X(71) VALUE
             "     ENTER ""COBOLASSIGN"" USING  NEUDAT".
     05      FILLER  PIC X(71) VALUE
             "                                ASS-FNAME".
     05      FILLER  PIC X(71) VALUE
             "                         GIVING ASS-FSTATUS".
     05      FILLER  PIC X(71) VALUE
             "     IF  ASS-FSTATUS NOT = ZERO".
     05      FILLER  PIC X(71) VALUE
             "         DISPLAY ""Fehler bei COBOLASSIGN Neu-Datei: "" ASS-FNAME".
     05      FILLER  PIC X(71) VALUE
             "         SET PRG-ABBRUCH TO TRUE".
     05      FILLER  PIC X(71) VALUE
             "         EXIT SECTION".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "     OPEN INPUT ALTDAT".
     05      FILLER  PIC X(71) VALUE
             "     IF  NOT ALT-OK".
     05      FILLER  PIC X(71) VALUE
             "         DISPLAY ""OPEN Alt-Datei fehlgeschlagen, Status "" ALT-STATUS".
     05      FILLER  PIC X(71) VALUE
             "         SET PRG-ABBRUCH TO TRUE".
     05      FILLER  PIC X(71) VALUE
             "         EXIT SECTION".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE
             "     OPEN OUTPUT NEUDAT".
     05      FILLER  PIC X(71) VALUE
             "     IF  NOT NEU-OK".
     05      FILLER  PIC X(71) VALUE
             "         DISPLAY ""OPEN Neu-Datei fehlgeschlagen, Status "" NEU-STATUS".
     05      FILLER  PIC X(71) VALUE
             "         SET PRG-ABBRUCH TO TRUE".
     05      FILLER  PIC X(71) VALUE
             "         EXIT SECTION".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "**  ---> ersten Satz lesen".
     05      FILLER  PIC X(71) VALUE
             "     PERFORM C100-LESEN".
     05      FILLER  PIC X(71) VALUE
             "     .".
     05      FILLER  PIC X(71) VALUE
             " B000-99.".
     05      FILLER  PIC X(71) VALUE
             "     EXIT.".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             "* Ende: Dateien schliessen, Satzzahlen und Kontrollsumme abstimmen".
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             " B090-ENDE SECTION.".
     05      FILLER  PIC X(71) VALUE
             " B090-00.".
     05      FILLER  PIC X(71) VALUE
             "     CLOSE ALTDAT".
     05      FILLER  PIC X(71) VALUE
             "     CLOSE NEUDAT".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "     MOVE C9-GELESEN     TO D-ANZ".
     05      FILLER  PIC X(71) VALUE
             "     DISPLAY ""Saetze gelesen     : "" D-ANZ".
     05      FILLER  PIC X(71) VALUE
             "     MOVE C9-GESCHRIEBEN TO D-ANZ".
     05      FILLER  PIC X(71) VALUE
             "     DISPLAY ""Saetze geschrieben : "" D-ANZ".
     05      FILLER  PIC X(71) VALUE
             "     MOVE W-SUMME-ALT    TO D-SUMME".
     05      FILLER  PIC X(71) VALUE
             "     DISPLAY ""Kontrollsumme alt  : "" D-SUMME".
     05      FILLER  PIC X(71) VALUE
             "     MOVE W-SUMME-NEU    TO D-SUMME".
     05      FILLER  PIC X(71) VALUE
             "     DISPLAY ""Kontrollsumme neu  : "" D-SUMME".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "     IF  PRG-ABBRUCH".
     05      FILLER  PIC X(71) VALUE
             "     OR  C9-GELESEN  NOT = C9-GESCHRIEBEN".
     05      FILLER  PIC X(71) VALUE
             "     OR  W-SUMME-ALT NOT = W-SUMME-NEU".
     05      FILLER  PIC X(71) VALUE
             "         DISPLAY "">> Abstimmung FEHLERHAFT - Konvertierung pruefen""".
     05      FILLER  PIC X(71) VALUE
             "*** => als Kettenschritt hier NOK melden (ABEND, vgl. RARDRV0O)".
     05      FILLER  PIC X(71) VALUE
             "     ELSE".
     05      FILLER  PIC X(71) VALUE
             "         DISPLAY "">> Abstimmung OK""".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE
             "     .".
     05      FILLER  PIC X(71) VALUE
             " B090-99.".
     05      FILLER  PIC X(71) VALUE
             "     EXIT.".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             "* Verarbeitung: einen Altsatz in den Neusatz umsetzen, schreiben".
     05      FILLER  PIC X(71) VALUE
             "* und den naechsten Altsatz lesen".
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             " B100-VERARBEITUNG SECTION.".
     05      FILLER  PIC X(71) VALUE
             " B100-00.".
     05      FILLER  PIC X(71) VALUE
             "     INITIALIZE NEU-SATZ".
 01          K-SKEL-C-PROC-LINES REDEFINES K-SKEL-C-PROC-TEXT
                                 OCCURS 131 TIMES
                                 PIC X(71).
 01          W-SKEL-C-PROC-ANZ   PIC S9(04) COMP VALUE 131.

*--------------------------------------------------------------------*
* Generiertes Konvertierungsprogramm: Rest von B100 (Neusatz
* schreiben) und C100-LESEN; danach folgen die erzeugten
* Kontrollsummen-Sections C110/C120 (D757)
*--------------------------------------------------------------------*
 01          K-SKEL-C-SCHR-TEXT.
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "**  ---> Neusatz schreiben".
     05      FILLER  PIC X(71) VALUE
             "     WRITE NEU-SATZ".
     05      FILLER  PIC X(71) VALUE
             "     IF  NOT NEU-OK".
     05      FILLER  PIC X(71) VALUE
             "         DISPLAY ""WRITE Neu-Datei fehlgeschlagen, Status "" NEU-STATUS".
     05      FILLER  PIC X(71) VALUE
             "         SET PRG-ABBRUCH TO TRUE".
     05      FILLER  PIC X(71) VALUE
             "         EXIT SECTION".
     05      FILLER  PIC X(71) VALUE
             "     END-IF".
     05      FILLER  PIC X(71) VALUE
             "     ADD 1 TO C9-GESCHRIEBEN".
     05      FILLER  PIC X(71) VALUE
             "     PERFORM C120-SUMME-NEU".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "     PERFORM C100-LESEN".
     05      FILLER  PIC X(71) VALUE
             "     .".
     05      FILLER  PIC X(71) VALUE
             " B100-99.".
     05      FILLER  PIC X(71) VALUE
             "     EXIT.".
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             "* naechsten Altsatz lesen, zaehlen und in die Kontrollsumme nehmen".
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             " C100-LESEN SECTION.".
     05      FILLER  PIC X(71) VALUE
             " C100-00.".
     05      FILLER  PIC X(71) VALUE
             "     READ ALTDAT AT END SET ALT-EOF TO TRUE END-READ".
     05      FILLER  PIC X(71) VALUE
             "     EVALUATE TRUE".
     05      FILLER  PIC X(71) VALUE
             "         WHEN ALT-OK".
     05      FILLER  PIC X(71) VALUE
             "             ADD 1 TO C9-GELESEN".
     05      FILLER  PIC X(71) VALUE
             "             PERFORM C110-SUMME-ALT".
     05      FILLER  PIC X(71) VALUE
             "         WHEN ALT-EOF".
     05      FILLER  PIC X(71) VALUE
             "             CONTINUE".
     05      FILLER  PIC X(71) VALUE
             "         WHEN OTHER".
     05      FILLER  PIC X(71) VALUE
             "             DISPLAY ""READ Alt-Datei fehlerhaft, Status "" ALT-STATUS".
     05      FILLER  PIC X(71) VALUE
             "             SET PRG-ABBRUCH TO TRUE".
     05      FILLER  PIC X(71) VALUE
             "     END-EVALUATE".
     05      FILLER  PIC X(71) VALUE
             "     .".
     05      FILLER  PIC X(71) VALUE
             " C100-99.".
     05      FILLER  PIC X(71) VALUE
             "     EXIT.".
 01          K-SKEL-C-SCHR-LINES REDEFINES K-SKEL-C-SCHR-TEXT
                                 OCCURS 35 TIMES
                                 PIC X(71).
 01          W-SKEL-C-SCHR-ANZ   PIC S9(04) COMP VALUE 35.

*--------------------------------------------------------------------*
* Generiertes Konvertierungsprogramm: P100-GETSTARTUPTEXT
*--------------------------------------------------------------------*
 01          K-SKEL-C-P100-TEXT.
     05      FILLER  PIC X(71) VALUE SPACES.
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             "* Aufruf COBOL-Utility: GETSTARTUPTEXT".
     05      FILLER  PIC X(71) VALUE
             "*".
     05      FILLER  PIC X(71) VALUE
             "*              Eingabe: stup-portion (VOLUME,IN,OUT,STRING)".
     05      FILLER  PIC X(71) VALUE
             "*              Ausgabe: stup-result  (-1:NOK, >=0:OK)".
     05      FILLER  PIC X(71) VALUE
             "*                       stup-text".
     05      FILLER  PIC X(71) VALUE
             "*".
     05      FILLER  PIC X(71) VALUE
             "******************************************************************".
     05      FILLER  PIC X(71) VALUE
             " P100-GETSTARTUPTEXT SECTION.".
     05      FILLER  PIC X(71) VALUE
             " P100-00.".
     05      FILLER  PIC X(71) VALUE
             "     MOVE SPACE TO STUP-TEXT".
     05      FILLER  PIC X(71) VALUE
             "     ENTER ""GETSTARTUPTEXT""  USING   STUP-PORTION".
     05      FILLER  PIC X(71) VALUE
             "                                     STUP-TEXT".
     05      FILLER  PIC X(71) VALUE
             "                             GIVING  STUP-RESULT".
     05      FILLER  PIC X(71) VALUE
             "     EVALUATE STUP-RESULT".
     05      FILLER  PIC X(71) VALUE
             "         WHEN -9999 THRU -1".
     05      FILLER  PIC X(71) VALUE
             "**                  ---> Fehler aus GetStartUpText".
     05      FILLER  PIC X(71) VALUE
             "                     MOVE STUP-RESULT TO D-NUM4".
     05      FILLER  PIC X(71) VALUE
             "                     DISPLAY ""Fehler Startup-Text: "" D-NUM4".
     05      FILLER  PIC X(71) VALUE
             "                     SET PRG-ABBRUCH TO TRUE".
     05      FILLER  PIC X(71) VALUE
             "         WHEN ZERO".
     05      FILLER  PIC X(71) VALUE
             "                     DISPLAY ""Kein Startup-Text - erwartet: "",".
     05      FILLER  PIC X(71) VALUE
             "                             ""<Alt-Datei> <Neu-Datei>""".
     05      FILLER  PIC X(71) VALUE
             "                     SET PRG-ABBRUCH TO TRUE".
     05      FILLER  PIC X(71) VALUE
             "         WHEN OTHER".
     05      FILLER  PIC X(71) VALUE
             "**                  ---> StartUpText ist vorhanden in STUP-TEXT".
     05      FILLER  PIC X(71) VALUE
             "                     CONTINUE".
     05      FILLER  PIC X(71) VALUE
             "     END-EVALUATE".
     05      FILLER  PIC X(71) VALUE
             "     .".
     05      FILLER  PIC X(71) VALUE
             " P100-99.".
     05      FILLER  PIC X(71) VALUE
             "     EXIT.".
 01          K-SKEL-C-P100-LINES REDEFINES K-SKEL-C-P100-TEXT
                                 OCCURS 32 TIMES
                                 PIC X(71).
 01          W-SKEL-C-P100-ANZ   PIC S9(04) COMP VALUE 32.

*----------------------------------------------------------------*
* Conditional-Felder
*----------------------------------------------------------------*
 01          SCHALTER.
     05      FILE-STATUS         PIC X(02).
          88 FILE-OK                         VALUE "00".
          88 FILE-NOK                        VALUE "01" THRU "99".
          88 FILE-TIME-OUT                   VALUE "30".
     05      REC-STAT REDEFINES  FILE-STATUS.
        10   FILE-STATUS1        PIC X.
          88 FILE-EOF                        VALUE "1".
          88 FILE-INVALID                    VALUE "2".
          88 FILE-PERMERR                    VALUE "3".
          88 FILE-LOGICERR                   VALUE "4".
          88 FILE-NONAME                     VALUE "5" THRU "8".
          88 FILE-IMPLERR                    VALUE "9".
        10                       PIC X.

     05      MSG-STATUS          PIC 9       VALUE ZERO.
          88 MSG-OK                          VALUE ZERO.
          88 MSG-EOF                         VALUE 1.

     05      PRG-STATUS          PIC 9.
          88 PRG-OK                          VALUE ZERO.
          88 PRG-NOK                         VALUE 1 THRU 9.
          88 PRG-ENDE                        VALUE 1.
          88 PRG-ABBRUCH                     VALUE 2.

*--------------------------------------------------------------------*
* weitere Arbeitsfelder
*--------------------------------------------------------------------*
 01          WORK-FELDER.
     05      W-DUMMY             PIC X(02).

**          ---> fuer COBOLASSIGN (Ziel-Datei)
     05      ASS-FNAME           PIC X(34).
     05      ASS-FSTATUS         PIC S9(04) COMP.

**          ---> neue PROGRAM-ID und Ziel-Datei aus STARTUP-Text
     05      W-NEW-PRGID         PIC X(08) VALUE SPACES.
     05      W-PRGID-LEN         PIC S9(04) COMP.

 01          ZEILE               PIC X(80).

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

 01          TAL-JUL-DAY         PIC S9(09) COMP.

*--------------------------------------------------------------------*
* Parameter für Untermodulaufrufe - COPY-Module
*--------------------------------------------------------------------*

*--------------------------------------------------------------------*
* Parameter für Untermodulaufrufe: Präfix P
*--------------------------------------------------------------------*
 01          PARAMETER-FELDER.
     05      P-DUMMY             PIC X(02).

**          ---> ChangeCode mit ASC2EBC und EBC2ASC
 01          P-CC-LEN            PIC S9(04) COMP.
 01          P-CC-IN             PIC X(64).
 01          P-CC-OUT            PIC X(64).

**          ---> für WT^HEX und WT^UNHEX Routinen
 01          P-HEX8              PIC X(08).
 01          P-HEX16             PIC X(16).



**          ---> für COBOL-Utilities GET-/PUT-STARTUPTEXT
**          --->                     GET-/PUT-PARAMTEXT
 01          STUP-PARAMETER.
     05      STUP-RESULT         PIC S9(04) COMP VALUE ZERO.
     05      STUP-CPLIST         PIC  9(09) COMP VALUE ZERO.
     05      STUP-PORTION        PIC  X(30) VALUE "STRING".
     05      STUP-TEXT           PIC X(128).

**    ---> Zerlegung STUP-TEXT: neue PROGRAM-ID + Ziel-Datei + Template
 01          STUP-CONTENT-DECOMPOSE.
     05      STUP-DEC-PRGID      PIC X(08)  VALUE SPACES.
     05      STUP-DEC-DESTFILE   PIC X(36)  VALUE SPACES.
**          ---> optional, Default = Standard-Utility-Geruest;
**               ein Name laenger als 1 Zeichen ist der Name eines
**               unter SRCSAFE versionierten Template-Moduls
**               (SOURCE-TYP "TL", s. D710)
     05      STUP-DEC-TEMPLATE   PIC X(08)  VALUE SPACE.
          88 TEMPLATE-UTILITY               VALUE SPACE "U".
          88 TEMPLATE-DRIVER                VALUE "T".
          88 TEMPLATE-KETTE                 VALUE "K".
**               ---> Sonderform DRIVER (Testdriver aus Modul, D740)
          88 TEMPLATE-GENERIERT             VALUE "G".
**               ---> Sonderform CONVERT (Konvertierung, D750)
          88 TEMPLATE-KONVERT               VALUE "C".
**          ---> optional, Default = keine Registrierung
     05      STUP-DEC-REGISTER   PIC X(02)  VALUE SPACES.
          88 REGISTER-KEINE                 VALUE SPACES.
          88 REGISTER-STANDARD              VALUE "R ".
          88 REGISTER-KETTE                 VALUE "RK".
**          ---> optional (nur Repository-Template): Autorenkuerzel
**               fuer den Platzhalter @AUTHOR@
     05      STUP-DEC-AUTHOR     PIC X(08)  VALUE SPACES.

**    ---> Repository-Template (3. Parameter laenger als 1 Zeichen)
 01          W-TPL-FELDER.
     05      W-TPL-REPO-FLAG     PIC X(01)  VALUE SPACE.
          88 TPL-AUS-REPO                   VALUE "J".
     05      W-TPL-LIST-FLAG     PIC X(01)  VALUE SPACE.
          88 TPL-LIST-MODE                  VALUE "J".
     05      W-TPL-NAME          PIC X(08)  VALUE SPACES.
     05      W-TPL-VERSION       PIC X(10)  VALUE SPACES.
     05      W-TPL-DATUM         PIC X(10)  VALUE SPACES.
     05      TPL-FILE-STATUS     PIC X(02)  VALUE SPACES.
          88 TPL-FILE-OK                    VALUE "00".
          88 TPL-FILE-EOF                   VALUE "10".
**          ---> Platzhalter-Ersetzung beim Schreiben (D720)
     05      W-TPL-IN            PIC X(71)  VALUE SPACES.
     05      W-TPL-OUT           PIC X(71)  VALUE SPACES.
     05      W-TPL-SI            PIC S9(04) COMP VALUE ZERO.
     05      W-TPL-SO            PIC S9(04) COMP VALUE ZERO.
     05      W-TPL-PI            PIC S9(04) COMP VALUE ZERO.
     05      W-TPL-HIT           PIC X(01)  VALUE SPACE.
     05      W-TPL-VLEN          PIC S9(04) COMP VALUE ZERO.
     05      W-TPL-PH-TAB.
      10     W-TPL-PH            OCCURS 6.
       15    W-TPL-PH-NAME       PIC X(12).
       15    W-TPL-PH-LEN        PIC S9(04) COMP.
       15    W-TPL-PH-VAL        PIC X(36).


**    ---> Testdriver-Generator (STARTUP "DRIVER <Modul> ...", s. D740):
**         Schnittstelle und LINK-CMD-Werte des archivierten Moduls
 01          W-GEN-FELDER.
     05      W-GEN-MODUL         PIC X(08)  VALUE SPACES.
**          ---> PROGRAM-ID des Moduls (CALL-Name) und USING-Liste
**               seiner PROCEDURE DIVISION
     05      W-GEN-ZIELPRG       PIC X(08)  VALUE SPACES.
     05      W-GEN-ZIELPRG-LEN   PIC S9(04) COMP VALUE ZERO.
     05      W-GEN-USING         PIC X(60)  VALUE SPACES.
     05      W-GEN-PHASE         PIC X(01)  VALUE SPACE.
          88 GEN-VOR-LINKAGE                VALUE SPACE.
          88 GEN-IN-LINKAGE                 VALUE "L".
          88 GEN-IN-PROCEDURE               VALUE "P".
     05      W-GEN-EVAL-FLAG     PIC X(01)  VALUE SPACE.
          88 GEN-IN-EVAL-CMD                VALUE "J".
**          ---> Schachtelungstiefe EVALUATE ab EVALUATE LINK-CMD
     05      W-GEN-TIEFE         PIC S9(04) COMP VALUE ZERO.
     05      W-GEN-GROSS         PIC X(71)  VALUE SPACES.
     05      W-GEN-ZEILE         PIC X(71)  VALUE SPACES.
     05      W-GEN-REST          PIC X(71)  VALUE SPACES.
     05      W-GEN-DUMMY         PIC X(71)  VALUE SPACES.
**          ---> Trennlinie fuer Kommentar-Kaesten im Driver
     05      W-GEN-STRICH.
      10     FILLER              PIC X(01)  VALUE "*".
      10     FILLER              PIC X(68)  VALUE ALL "-".
      10     FILLER              PIC X(01)  VALUE "*".
      10     FILLER              PIC X(01)  VALUE SPACE.
**          ---> eine Datenbeschreibung der LINKAGE SECTION, ueber
**               Folgezeilen bis zum Punkt gesammelt (D743)
     05      W-GEN-STMT          PIC X(300) VALUE SPACES.
     05      W-GEN-STMT-PTR      PIC S9(04) COMP VALUE 1.
     05      W-GEN-TOK-TAB.
      10     W-GEN-TOK           PIC X(30)  OCCURS 12.
     05      W-GEN-TOK-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-GEN-TI            PIC S9(04) COMP VALUE ZERO.
     05      W-GEN-FI            PIC S9(04) COMP VALUE ZERO.
     05      W-GEN-CI            PIC S9(04) COMP VALUE ZERO.
     05      W-GEN-HIT           PIC S9(04) COMP VALUE ZERO.
     05      W-GEN-LEN           PIC S9(04) COMP VALUE ZERO.
     05      W-GEN-STUFE         PIC 9(02)  VALUE ZERO.
     05      W-GEN-SKIP-STUFE    PIC 9(02)  VALUE ZERO.
     05      W-GEN-NAME          PIC X(30)  VALUE SPACES.
     05      W-GEN-PIC           PIC X(20)  VALUE SPACES.
     05      W-GEN-USAGE         PIC X(15)  VALUE SPACES.
     05      W-GEN-SKIP          PIC X(01)  VALUE SPACE.
     05      W-GEN-WERT          PIC X(10)  VALUE SPACES.
     05      W-GEN-ZAHL-ED       PIC ZZZ9.
**          ---> LINK-CMD-Werte aus EVALUATE LINK-CMD des Moduls
     05      W-GEN-CMD-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-GEN-CMD           PIC X(08)  OCCURS 30.
**          ---> Zeilen der LINKAGE SECTION (unveraendert uebernommen)
     05      W-GEN-LNK-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-GEN-LNK-ZEILE     PIC X(71)  OCCURS 200.
**          ---> Felder der Schnittstelle fuer Abfrage und Anzeige
     05      W-GEN-FELD-ANZ      PIC S9(04) COMP VALUE ZERO.
     05      W-GEN-FELD          OCCURS 80.
      10     W-GEN-F-NAME        PIC X(30).
      10     W-GEN-F-NAME-LEN    PIC S9(04) COMP.
      10     W-GEN-F-PIC         PIC X(20).
**               ---> COMP/COMP-3/BINARY..., SPACES = DISPLAY
      10     W-GEN-F-USAGE       PIC X(15).
      10     W-GEN-F-ART         PIC X(01).
          88 GEN-F-ALPHA                    VALUE "A".
          88 GEN-F-NUM                      VALUE "N".
**               ---> Tabelle (OCCURS) oder REDEFINES: nicht
**                    abfragen, nur vermerken
      10     W-GEN-F-SKIP        PIC X(01).
          88 GEN-F-ABFRAGEN                 VALUE SPACE.
          88 GEN-F-TABELLE                  VALUE "T".
          88 GEN-F-REDEF                    VALUE "R".
      10     W-GEN-F-LEN         PIC S9(04) COMP.
**               ---> Laengenfeld zu Feld Nr. (String^Laenge)
      10     W-GEN-F-LEN-ZU      PIC S9(04) COMP.

**    ---> Konvertierungs-Generator (STARTUP "CONVERT <Modul> <Section>
**         <alte Version> <neue Version> ...", s. D750): beide
**         Versionen einer Copy-Section, je Version die Zeilen der
**         Section und ihre Felder (ueber D743/D744 ermittelt)
 01          W-KNV-FELDER.
     05      W-KNV-SECTION       PIC X(30)  VALUE SPACES.
     05      W-KNV-PHASE         PIC X(01)  VALUE SPACE.
          88 KNV-VOR-SECTION                VALUE SPACE.
          88 KNV-IN-SECTION                 VALUE "S".
          88 KNV-NACH-SECTION               VALUE "E".
     05      W-KNV-ZEILE         PIC X(71)  VALUE SPACES.
     05      W-KNV-POS           PIC S9(04) COMP VALUE ZERO.
**          ---> Seite: 1 = alte, 2 = neue Version
     05      W-KNV-S             PIC S9(04) COMP VALUE ZERO.
     05      W-KNV-P             PIC S9(04) COMP VALUE ZERO.
     05      W-KNV-I             PIC S9(04) COMP VALUE ZERO.
     05      W-KNV-J             PIC S9(04) COMP VALUE ZERO.
     05      W-KNV-K             PIC S9(04) COMP VALUE ZERO.
**          ---> Ergebnis des Abgleichs (Meldung/Programmbeschreibung)
     05      W-KNV-ANZ-GLEICH    PIC S9(04) COMP VALUE ZERO.
     05      W-KNV-ANZ-NEU       PIC S9(04) COMP VALUE ZERO.
     05      W-KNV-ANZ-WEG       PIC S9(04) COMP VALUE ZERO.
     05      W-KNV-ANZ-AEND      PIC S9(04) COMP VALUE ZERO.
     05      W-KNV-ANZ-SUMME     PIC S9(04) COMP VALUE ZERO.
     05      W-KNV-SEITE         OCCURS 2.
      10     W-KNV-NAME          PIC X(04).
      10     W-KNV-VERSION       PIC X(10).
**               ---> Zeilen der Section (werden als FD uebernommen)
      10     W-KNV-Z-ANZ         PIC S9(04) COMP.
      10     W-KNV-Z             PIC X(71)  OCCURS 300.
**               ---> Anzahl Saetze (01/77-Stufen) der Section
      10     W-KNV-01-ANZ        PIC S9(04) COMP.
      10     W-KNV-F-ANZ         PIC S9(04) COMP.
      10     W-KNV-FELD          OCCURS 80.
       15    W-KNV-F-NAME        PIC X(30).
       15    W-KNV-F-PIC         PIC X(20).
       15    W-KNV-F-USAGE       PIC X(15).
       15    W-KNV-F-ART         PIC X(01).
          88 KNV-F-NUM                      VALUE "N".
       15    W-KNV-F-SKIP        PIC X(01).
          88 KNV-F-EINZELN                  VALUE SPACE.
**                    ---> gleichnamiges Feld der anderen Version
       15    W-KNV-F-PARTNER     PIC S9(04) COMP.

**    ---> Uebergabe an SSFCOU0M (GET des Template-Moduls, D710) -
**         VOLLSTAENDIGER Spiegel des LINK-REC von SSFCOU0M; ein
**         kuerzerer Spiegel wuerde hinter dem Satzende
**         ueberschrieben (vgl. die ENV-PROC-COUNT-Korrektur)
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

**    ---> Parameter fuer FILE_GETINFOLISTBYNAME_ (File-EXIST)
 01  FEX-FILE               PIC X(36) VALUE SPACES.
 01  FEX-FILE-LEN           PIC S9(4) COMP.

*-->    Uebergabe an SSFCIN0M, um das neu erzeugte Geruest sofort im
*       Repository zu registrieren (s. D800-REGISTER-MODUL)
 01     LINK-REC.
    05  LINK-HDR.
     10 LINK-CMD                PIC X(02).
*       "CI" = Checkin
     10 LINK-RC                 PIC S9(04) COMP.
*       0    = OK
*       9999 = Programmabbruch - Hauptprogramm muss reagieren
    05  LINK-DATA.
*       Name des Source-Files (z.b. PFCSIP7E)
     10 LINK-REP-FILE           PIC X(36).
     10 LINK-REP-FILE-LEN       PIC S9(04) COMP.

*--------------> WT^OPENINFO
 01          OI-STATUS           PIC S9(04) COMP.
 01          OI-PREVTAG.
     05      OI-PREVTAGN         PIC S9(18) COMP.

******************************************************************
* SQL-Definitionen fuer die optionale Registrierung des neuen
* Programms in =PROGRAMS (D810) und =SSFRSYPR (D820)
******************************************************************
 EXEC SQL
     INCLUDE STRUCTURES ALL VERSION 315
 END-EXEC

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

**  ---> Struktur der Tabelle PROGRAMS
 EXEC SQL
    INVOKE =PROGRAMS AS PROGRAMS
 END-EXEC

**  ---> Struktur der Tabelle SSFRSYPR
 EXEC SQL
    INVOKE =SSFRSYPR AS SSFRSYPR
 END-EXEC

**  ---> Struktur der Tabelle SSAFE (Template-Liste, D520)
 EXEC SQL
    INVOKE =SSAFE AS SSAFE
 END-EXEC

**  ---> Struktur der Tabelle SSFRARCH (Template-Version, D710)
 EXEC SQL
    INVOKE =SSFRARCH AS SSFRARCH
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

**  ---> Cursor: alle Template-Module (SOURCE-TYP "TL") fuer die
**       Template-Liste (STARTUP "LIST", D520)
 EXEC SQL
     DECLARE TPL_CURS CURSOR FOR
         SELECT  SOURCE_MODUL
           FROM  =SSAFE
          WHERE  SOURCE_TYP = "TL"
           ORDER BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: juengste archivierte Version des Template-Moduls
**       (wird in den Platzhalter @TEMPLVERS@ uebernommen, D710)
 EXEC SQL
     DECLARE TPLVERS_CURS CURSOR FOR
         SELECT  VERSION
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :W-TPL-NAME
            AND  FILE_TYPE    = "SRC"
           ORDER BY ZPINS desc
         BROWSE ACCESS
 END-EXEC


 EXTENDED-STORAGE SECTION.
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
         STOP RUN
     END-IF

**  ---> Vorlauf: oeffnen Dateien etc.
     PERFORM B000-VORLAUF
     IF  PRG-ABBRUCH
         STOP RUN
     END-IF

     PERFORM B100-VERARBEITUNG

**  ---> Nachlauf: Dateien schiessen
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

     PERFORM P100-GETSTARTUPTEXT
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> STARTUP-Text zerlegen: "<NEU-PROGRAM-ID> <Ziel-Datei>"
     PERFORM D500-DECOMPOSE-STUP-LINE
     .
 B000-99.
     EXIT.

******************************************************************
* Ende
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     CONTINUE
     .
 B090-99.
     EXIT.

******************************************************************
* Verarbeitung
******************************************************************
 B100-VERARBEITUNG SECTION.
 B100-00.
**  ---> Sonderform "LIST": nur die verfuegbaren Repository-
**       Templates anzeigen, sonst nichts
     IF  TPL-LIST-MODE
         PERFORM D520-LIST-TEMPLATES
         EXIT SECTION
     END-IF

     MOVE STUP-DEC-DESTFILE TO FEX-FILE
     ENTER TAL "String^Laenge"   USING FEX-FILE, 36
                                 GIVING FEX-FILE-LEN

     MOVE ZERO TO OI-PREVTAGN
                  OI-STATUS

*--------------------------> pruefen, ob geoeffnet
     ENTER TAL "WT^OPENINFO"  USING OI-STATUS
                                    FEX-FILE
                                    OI-PREVTAG

     MOVE OI-STATUS TO D-NUM4

     EVALUATE OI-STATUS

        WHEN ZERO     DISPLAY " "
                      DISPLAY "Datei: " FEX-FILE " ist GEOEFFNET"
                      DISPLAY " "
        WHEN 1        DISPLAY " "
                      DISPLAY "Datei: " FEX-FILE " ist FREI"
        WHEN OTHER    MOVE OI-STATUS TO D-NUM4
                      DISPLAY " "
                      DISPLAY "Datei: " FEX-FILE " STATUS=" D-NUM4
                      DISPLAY " "

     END-EVALUATE

**  ---> pruefen, ob Ziel-Datei bereits existiert
     PERFORM D600-CHECK-FILE-EXISTS
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> Geruest in Ziel-Datei schreiben - wahlweise aus dem
**       eincompilierten Standard-Geruest, aus einem unter
**       SRCSAFE versionierten Repository-Template (s. D710),
**       als Testdriver aus der Schnittstelle eines Moduls (D740)
**       oder als Konvertierungsprogramm zu einer Copy-Section (D750)
     EVALUATE TRUE
         WHEN TEMPLATE-GENERIERT
             PERFORM D740-GENERATE-DRIVER
             IF  PRG-ABBRUCH
                 EXIT SECTION
             END-IF
         WHEN TEMPLATE-KONVERT
             PERFORM D750-GENERATE-KONVERT
             IF  PRG-ABBRUCH
                 EXIT SECTION
             END-IF
         WHEN TPL-AUS-REPO
             PERFORM D710-GENERATE-FROM-TEMPLATE
             IF  PRG-ABBRUCH
                 EXIT SECTION
             END-IF
         WHEN OTHER
             PERFORM D700-GENERATE-SKELETON
     END-EVALUATE

**  ---> neues Programm auf Wunsch (4. STARTUP-Parameter "R"/"RK")
**       sofort im Repository registrieren
     IF  NOT REGISTER-KEINE
         PERFORM D800-REGISTER-MODUL
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

     .
 C000-99.
     EXIT.

******************************************************************
* Zerlegung STARTUP-Text: "<NEU-PROGRAM-ID> <Ziel-Datei>"
******************************************************************
 D500-DECOMPOSE-STUP-LINE SECTION.
 D500-00.
     INITIALIZE STUP-CONTENT-DECOMPOSE

     INSPECT STUP-TEXT
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

     UNSTRING STUP-TEXT DELIMITED BY " "
     INTO     STUP-DEC-PRGID,
              STUP-DEC-DESTFILE,
              STUP-DEC-TEMPLATE,
              STUP-DEC-REGISTER,
              STUP-DEC-AUTHOR

**  ---> Sonderform "LIST": verfuegbare Repository-Templates zeigen
     MOVE SPACE TO W-TPL-LIST-FLAG
     IF  STUP-DEC-PRGID = "LIST"
         SET TPL-LIST-MODE TO TRUE
         EXIT SECTION
     END-IF

**  ---> Sonderform "DRIVER <Modul> <NEU-PROGRAM-ID> <Ziel-Datei>
**       [R|RK|-] [<Autor>]": Testdriver aus der Schnittstelle eines
**       archivierten Moduls (D740); Registrierung per Default "R"
     MOVE SPACES TO W-GEN-MODUL
     IF  STUP-DEC-PRGID = "DRIVER"
         INITIALIZE STUP-CONTENT-DECOMPOSE
         UNSTRING STUP-TEXT DELIMITED BY " "
         INTO     W-GEN-DUMMY,
                  W-GEN-MODUL,
                  STUP-DEC-PRGID,
                  STUP-DEC-DESTFILE,
                  STUP-DEC-REGISTER,
                  STUP-DEC-AUTHOR
         IF  W-GEN-MODUL       = SPACES
         OR  STUP-DEC-PRGID    = SPACES
         OR  STUP-DEC-DESTFILE = SPACES
             DISPLAY " "
             DISPLAY " Ungueltiger Startup-Text - erwartet: ",
                     "DRIVER <Modul> <NEU-PROGRAM-ID> <Ziel-Datei>",
                     " [R|RK|-]"
             DISPLAY " "
             SET PRG-ABBRUCH TO TRUE
             EXIT SECTION
         END-IF
         SET TEMPLATE-GENERIERT TO TRUE
         EVALUATE STUP-DEC-REGISTER
             WHEN SPACES  SET REGISTER-STANDARD TO TRUE
             WHEN "- "    SET REGISTER-KEINE    TO TRUE
             WHEN OTHER   CONTINUE
         END-EVALUATE
     END-IF

**  ---> Sonderform "CONVERT <Modul> <Section> <alte Version>
**       <neue Version> <NEU-PROGRAM-ID> <Ziel-Datei> [R|RK|-]
**       [<Autor>]": Konvertierungsprogramm aus zwei Versionen einer
**       Copy-Section (D750); Registrierung per Default "R"
     IF  STUP-DEC-PRGID = "CONVERT"
         INITIALIZE STUP-CONTENT-DECOMPOSE
         MOVE SPACES TO W-KNV-SECTION
                        W-KNV-VERSION (1)
                        W-KNV-VERSION (2)
         UNSTRING STUP-TEXT DELIMITED BY " "
         INTO     W-GEN-DUMMY,
                  W-GEN-MODUL,
                  W-KNV-SECTION,
                  W-KNV-VERSION (1),
                  W-KNV-VERSION (2),
                  STUP-DEC-PRGID,
                  STUP-DEC-DESTFILE,
                  STUP-DEC-REGISTER,
                  STUP-DEC-AUTHOR
         IF  W-GEN-MODUL       = SPACES
         OR  W-KNV-SECTION     = SPACES
         OR  W-KNV-VERSION (1) = SPACES
         OR  W-KNV-VERSION (2) = SPACES
         OR  STUP-DEC-PRGID    = SPACES
         OR  STUP-DEC-DESTFILE = SPACES
             DISPLAY " "
             DISPLAY " Ungueltiger Startup-Text - erwartet: ",
                     "CONVERT <Modul> <Section> <alte Version> ",
                     "<neue Version>"
             DISPLAY "        <NEU-PROGRAM-ID> <Ziel-Datei> [R|RK|-]"
             DISPLAY " "
             SET PRG-ABBRUCH TO TRUE
             EXIT SECTION
         END-IF
         SET TEMPLATE-KONVERT TO TRUE
         EVALUATE STUP-DEC-REGISTER
             WHEN SPACES  SET REGISTER-STANDARD TO TRUE
             WHEN "- "    SET REGISTER-KEINE    TO TRUE
             WHEN OTHER   CONTINUE
         END-EVALUATE
     END-IF

     IF  STUP-DEC-PRGID    = SPACES
     OR  STUP-DEC-DESTFILE = SPACES
         DISPLAY " "
         DISPLAY " Ungueltiger Startup-Text - erwartet: ",
                 "<NEU-PROGRAM-ID> <Ziel-Datei> [<Template> [R|RK]]"
         DISPLAY " "
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

**  ---> mehrstelliger Template-Parameter = Name eines unter
**       SRCSAFE versionierten Template-Moduls (SOURCE-TYP "TL")
     MOVE SPACE TO W-TPL-REPO-FLAG
     IF  STUP-DEC-TEMPLATE (2:1) NOT = SPACE
         SET TPL-AUS-REPO TO TRUE
         MOVE STUP-DEC-TEMPLATE TO W-TPL-NAME
     ELSE
         IF  NOT TEMPLATE-UTILITY
         AND NOT TEMPLATE-DRIVER
         AND NOT TEMPLATE-KETTE
         AND NOT (TEMPLATE-GENERIERT AND W-GEN-MODUL NOT = SPACES)
         AND NOT (TEMPLATE-KONVERT   AND W-GEN-MODUL NOT = SPACES)
             DISPLAY " "
             DISPLAY " Unbekanntes Geruest-Template: ",
                     STUP-DEC-TEMPLATE
             DISPLAY " Erlaubt: U = Standard-Utility (Default), ",
                     "T = Testdriver (LINK-REC), ",
                     "K = Ketten-Glied (SSFPHD1M), ",
                     "oder Name eines Repository-Templates"
             DISPLAY " "
             SET PRG-ABBRUCH TO TRUE
             EXIT SECTION
         END-IF

         IF  STUP-DEC-TEMPLATE = SPACE
             MOVE "U" TO STUP-DEC-TEMPLATE
         END-IF
     END-IF

     IF  NOT REGISTER-KEINE
     AND NOT REGISTER-STANDARD
     AND NOT REGISTER-KETTE
         DISPLAY " "
         DISPLAY " Unbekannter Registrier-Parameter: ",
                 STUP-DEC-REGISTER
         DISPLAY " Erlaubt: R  = CHECKIN + =PROGRAMS, ",
                 "RK = zusaetzlich =SSFRSYPR"
         DISPLAY " "
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

     MOVE STUP-DEC-PRGID TO W-NEW-PRGID
     ENTER TAL "String^Laenge"   USING W-NEW-PRGID, 8
                                 GIVING W-PRGID-LEN
     .
 D500-99.
     EXIT.

******************************************************************
* Pruefen, ob die Ziel-Datei bereits existiert - Abbruch, falls ja,
* damit ein vorhandenes Programm nie versehentlich ueberschrieben
* wird
******************************************************************
 D600-CHECK-FILE-EXISTS SECTION.
 D600-00.
     MOVE STUP-DEC-DESTFILE TO ASS-FNAME
     MOVE ZERO               TO ASS-FSTATUS
     ENTER   "COBOLASSIGN"   USING  SKELETONF
                                    ASS-FNAME
                             GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY " >> Fehler bei COBOLASSIGN Ziel-Datei: ",
                 ASS-FNAME " " ASS-FSTATUS
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

     OPEN INPUT SKELETONF
     IF  FILE-OK
         CLOSE SKELETONF
         DISPLAY " "
         DISPLAY " >> Ziel-Datei existiert bereits: ", ASS-FNAME
         DISPLAY " >> Abbruch - es wird nichts ueberschrieben"
         DISPLAY " "
         SET PRG-ABBRUCH TO TRUE
     END-IF
     .
 D600-99.
     EXIT.

******************************************************************
* Ziel-Datei neu anlegen und mit dem Standard-Utility-Geruest
* fuellen - die PROGRAM-ID.-Zeile und die K-MODUL-Zeile werden
* dynamisch mit der neuen PROGRAM-ID gebaut
******************************************************************
 D700-GENERATE-SKELETON SECTION.
 D700-00.
     OPEN OUTPUT SKELETONF

**  ---> Teil 1 des Geruests (bis IDENTIFICATION DIVISION)
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-SKEL-PART1-ANZ
         MOVE K-SKEL-PART1-LINES (C4-I1) TO SKELETON-RECORD
         WRITE SKELETON-RECORD
     END-PERFORM

**  ---> PROGRAM-ID.-Zeile mit der neuen PROGRAM-ID
     MOVE SPACES TO SKELETON-RECORD
     STRING " PROGRAM-ID. "             DELIMITED BY SIZE,
            W-NEW-PRGID (1:W-PRGID-LEN) DELIMITED BY SIZE,
            "."                         DELIMITED BY SIZE
       INTO SKELETON-RECORD
     WRITE SKELETON-RECORD

**  ---> beim Ketten-Glied-Template den Kontrakt-Kommentarblock
**       direkt unter die PROGRAM-ID-Zeile setzen
     IF  TEMPLATE-KETTE
         PERFORM VARYING C4-I1 FROM 1 BY 1
                 UNTIL   C4-I1 > W-SKEL-K-VORSPANN-ANZ
             MOVE K-SKEL-K-VORSPANN-LINES (C4-I1) TO SKELETON-RECORD
             WRITE SKELETON-RECORD
         END-PERFORM
     END-IF

**  ---> Teil 2 des Geruests (bis KONSTANTE-FELDER)
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-SKEL-PART2-ANZ
         MOVE K-SKEL-PART2-LINES (C4-I1) TO SKELETON-RECORD
         WRITE SKELETON-RECORD
     END-PERFORM

**  ---> K-MODUL-Zeile mit der neuen PROGRAM-ID
     MOVE SPACES TO SKELETON-RECORD
     STRING "     05      K-MODUL             PIC X(08)",
            "          VALUE """               DELIMITED BY SIZE,
            W-NEW-PRGID (1:W-PRGID-LEN)         DELIMITED BY SIZE,
            """."                               DELIMITED BY SIZE
       INTO SKELETON-RECORD
     WRITE SKELETON-RECORD

**  ---> Teil 3 des Geruests (Rest bis EOF) - Inhalt je nach Template
     IF  TEMPLATE-DRIVER
         PERFORM VARYING C4-I1 FROM 1 BY 1
                 UNTIL   C4-I1 > W-SKEL-T-PART3-ANZ
             MOVE K-SKEL-T-PART3-LINES (C4-I1) TO SKELETON-RECORD
             WRITE SKELETON-RECORD
         END-PERFORM
     ELSE
         PERFORM VARYING C4-I1 FROM 1 BY 1
                 UNTIL   C4-I1 > W-SKEL-PART3-ANZ
             MOVE K-SKEL-PART3-LINES (C4-I1) TO SKELETON-RECORD
             WRITE SKELETON-RECORD
         END-PERFORM
     END-IF

     CLOSE SKELETONF

     DISPLAY " "
     DISPLAY " >> Geruest angelegt: ", ASS-FNAME,
             " (PROGRAM-ID ", W-NEW-PRGID (1:W-PRGID-LEN),
             ", Template ", STUP-DEC-TEMPLATE, ")"
     DISPLAY " "
     .
 D700-99.
     EXIT.

******************************************************************
* STARTUP "LIST": alle unter SRCSAFE versionierten Template-
* Module (SOURCE-TYP "TL") mit ihrer juengsten Archiv-Version
* anzeigen
******************************************************************
 D520-LIST-TEMPLATES SECTION.
 D520-00.
     DISPLAY " "
     DISPLAY " Verfuegbare Repository-Templates (SOURCE-TYP TL):"
     MOVE ZERO TO C4-COUNT
     EXEC SQL
         OPEN TPL_CURS
     END-EXEC
     EXEC SQL
         FETCH TPL_CURS
          INTO  :SOURCE-MODUL OF SSAFE
     END-EXEC
     PERFORM UNTIL SQLCODE OF SQLCA NOT = ZERO
         ADD 1 TO C4-COUNT
         MOVE SOURCE-MODUL OF SSAFE TO W-TPL-NAME
         PERFORM D730-TPL-NEWEST-VERSION
         DISPLAY "   " W-TPL-NAME "  " W-TPL-VERSION
         EXEC SQL
             FETCH TPL_CURS
              INTO  :SOURCE-MODUL OF SSAFE
         END-EXEC
     END-PERFORM
     EXEC SQL
         CLOSE TPL_CURS
     END-EXEC
     IF  C4-COUNT = ZERO
         DISPLAY "   (keine Template-Module registriert)"
     END-IF
     DISPLAY " "
     .
 D520-99.
     EXIT.

******************************************************************
* Geruest aus einem Repository-Template erzeugen: das Template-
* Modul wird per SSFCOU0M ("GT", aktuelle Version) in das Default-
* Subvolume geholt, zeilenweise gelesen und mit ersetzten
* Platzhaltern in die Ziel-Datei geschrieben (s. D720):
*   @PRGID@     neue PROGRAM-ID      @KURZNAME@  dito (Kurzname)
*   @DATUM@     heutiges Datum       @AUTHOR@    5. STARTUP-Param.
*   @TEMPLNAME@ Template-Modul       @TEMPLVERS@ Template-Version
* Die Template-Version stammt aus =SSFRARCH und gehoert per
* @TEMPLNAME@/@TEMPLVERS@ in den Kopf jedes Templates - so ist am
* generierten Programm ablesbar, aus welchem Geruest-Stand es kam
******************************************************************
 D710-GENERATE-FROM-TEMPLATE SECTION.
 D710-00.
**  ---> juengste Template-Version fuer @TEMPLVERS@ ermitteln
     PERFORM D730-TPL-NEWEST-VERSION
     IF  W-TPL-VERSION = SPACES
         DISPLAY " >> Template ", W-TPL-NAME,
                 " hat keine archivierte Version"
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

**  ---> Template holen (SSFCOU0M "GT", aktuelle Version)
     MOVE "GT"       TO COU-LINK-CMD
     MOVE ZERO       TO COU-LINK-RC
     MOVE SPACES     TO COU-LINK-REP-FILE
     MOVE W-TPL-NAME TO COU-LINK-REP-FILE
     ENTER TAL "String^Laenge"   USING COU-LINK-REP-FILE, 36
                                 GIVING COU-LINK-REP-FILE-LEN
     MOVE SPACES     TO COU-LINK-OPTION COU-LINK-OPTVAL
     CALL "SSFCOU0M" USING COU-LINK-REC
     IF  COU-LINK-RC NOT = ZERO
         MOVE COU-LINK-RC TO D-NUM4
         DISPLAY " >> GET des Templates fehlgeschlagen, RC=" D-NUM4
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

**  ---> Platzhalter-Tabelle fuellen
     PERFORM U200-TIMESTAMP
     MOVE SPACES TO W-TPL-DATUM
     STRING  TAL-JHJJ OF TAL-TIME-D DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-MM   OF TAL-TIME-D DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-TT   OF TAL-TIME-D DELIMITED BY SIZE
       INTO  W-TPL-DATUM
     END-STRING
     MOVE "@PRGID@"     TO W-TPL-PH-NAME (1)
     MOVE 7             TO W-TPL-PH-LEN  (1)
     MOVE W-NEW-PRGID   TO W-TPL-PH-VAL  (1)
     MOVE "@KURZNAME@"  TO W-TPL-PH-NAME (2)
     MOVE 10            TO W-TPL-PH-LEN  (2)
     MOVE W-NEW-PRGID   TO W-TPL-PH-VAL  (2)
     MOVE "@DATUM@"     TO W-TPL-PH-NAME (3)
     MOVE 7             TO W-TPL-PH-LEN  (3)
     MOVE W-TPL-DATUM   TO W-TPL-PH-VAL  (3)
     MOVE "@AUTHOR@"    TO W-TPL-PH-NAME (4)
     MOVE 8             TO W-TPL-PH-LEN  (4)
     IF  STUP-DEC-AUTHOR = SPACES
         MOVE "???"         TO W-TPL-PH-VAL (4)
     ELSE
         MOVE STUP-DEC-AUTHOR TO W-TPL-PH-VAL (4)
     END-IF
     MOVE "@TEMPLNAME@" TO W-TPL-PH-NAME (5)
     MOVE 11            TO W-TPL-PH-LEN  (5)
     MOVE W-TPL-NAME    TO W-TPL-PH-VAL  (5)
     MOVE "@TEMPLVERS@" TO W-TPL-PH-NAME (6)
     MOVE 11            TO W-TPL-PH-LEN  (6)
     MOVE W-TPL-VERSION TO W-TPL-PH-VAL  (6)

**  ---> Template lesen, Platzhalter ersetzen, Ziel-Datei schreiben
     MOVE W-TPL-NAME TO ASS-FNAME
     MOVE ZERO       TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  TEMPLF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY " >> Fehler bei COBOLASSIGN Template: ",
                 ASS-FNAME " " ASS-FSTATUS
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF
     OPEN INPUT TEMPLF
     OPEN OUTPUT SKELETONF
     MOVE "00" TO TPL-FILE-STATUS
     READ TEMPLF AT END MOVE "10" TO TPL-FILE-STATUS END-READ
     PERFORM UNTIL NOT TPL-FILE-OK
         MOVE TEMPLF-RECORD TO W-TPL-IN
         PERFORM D720-TPL-SUBST
         MOVE W-TPL-OUT TO SKELETON-RECORD
         WRITE SKELETON-RECORD
         READ TEMPLF AT END MOVE "10" TO TPL-FILE-STATUS END-READ
     END-PERFORM
     CLOSE TEMPLF
     CLOSE SKELETONF

     DISPLAY " "
     DISPLAY " >> Geruest angelegt: ", STUP-DEC-DESTFILE,
             " (PROGRAM-ID ", W-NEW-PRGID (1:W-PRGID-LEN),
             ", Template ", W-TPL-NAME,
             " ", W-TPL-VERSION, ")"
     DISPLAY " >> die geholte Template-Kopie ", W-TPL-NAME,
             " im Default-Subvolume kann geloescht werden"
     DISPLAY " "
     .
 D710-99.
     EXIT.

******************************************************************
* Platzhalter einer Template-Zeile ersetzen (W-TPL-IN -> W-TPL-OUT)
******************************************************************
 D720-TPL-SUBST SECTION.
 D720-00.
     MOVE SPACES TO W-TPL-OUT
     MOVE 1 TO W-TPL-SO
     MOVE 1 TO W-TPL-SI
     PERFORM UNTIL W-TPL-SI > 71
             OR    W-TPL-SO > 71
         MOVE SPACE TO W-TPL-HIT
         IF  W-TPL-IN (W-TPL-SI:1) = "@"
             PERFORM VARYING W-TPL-PI FROM 1 BY 1
                     UNTIL   W-TPL-PI > 6
                     OR      W-TPL-HIT = "J"
                 IF  W-TPL-SI + W-TPL-PH-LEN (W-TPL-PI) - 1 <= 71
                 AND W-TPL-IN (W-TPL-SI:W-TPL-PH-LEN (W-TPL-PI))
                     = W-TPL-PH-NAME (W-TPL-PI)
                            (1:W-TPL-PH-LEN (W-TPL-PI))
                     MOVE "J" TO W-TPL-HIT
                     MOVE ZERO TO W-TPL-VLEN
                     INSPECT W-TPL-PH-VAL (W-TPL-PI)
                         TALLYING W-TPL-VLEN
                         FOR CHARACTERS BEFORE INITIAL SPACE
                     IF  W-TPL-VLEN > ZERO
                     AND W-TPL-SO + W-TPL-VLEN - 1 <= 71
                         MOVE W-TPL-PH-VAL (W-TPL-PI) (1:W-TPL-VLEN)
                           TO W-TPL-OUT (W-TPL-SO:W-TPL-VLEN)
                         ADD W-TPL-VLEN TO W-TPL-SO
                     END-IF
                     ADD W-TPL-PH-LEN (W-TPL-PI) TO W-TPL-SI
                 END-IF
             END-PERFORM
         END-IF
         IF  W-TPL-HIT NOT = "J"
             IF  W-TPL-SI <= 71
                 MOVE W-TPL-IN (W-TPL-SI:1)
                   TO W-TPL-OUT (W-TPL-SO:1)
                 ADD 1 TO W-TPL-SO
                 ADD 1 TO W-TPL-SI
             END-IF
         END-IF
     END-PERFORM
     .
 D720-99.
     EXIT.

******************************************************************
* juengste archivierte Version des Template-Moduls aus =SSFRARCH
* (Ergebnis in W-TPL-VERSION, SPACES = keine Version)
******************************************************************
 D730-TPL-NEWEST-VERSION SECTION.
 D730-00.
     MOVE SPACES TO W-TPL-VERSION
     EXEC SQL
         OPEN TPLVERS_CURS
     END-EXEC
     EXEC SQL
         FETCH TPLVERS_CURS
          INTO  :VERSION OF SSFRARCH
     END-EXEC
     IF  SQLCODE OF SQLCA = ZERO
         MOVE VERSION OF SSFRARCH TO W-TPL-VERSION
     END-IF
     EXEC SQL
         CLOSE TPLVERS_CURS
     END-EXEC
     .
 D730-99.
     EXIT.

******************************************************************
* Testdriver aus der Schnittstelle eines archivierten Moduls
* erzeugen (STARTUP "DRIVER <Modul> <NEU-PROGRAM-ID> <Ziel-Datei>"):
* das Modul wird per SSFCOU0M ("GT", aktuelle Version) geholt, seine
* LINKAGE SECTION und die LINK-CMD-Werte aus EVALUATE LINK-CMD
* werden ausgewertet (D741-D745) und daraus ein Driver geschrieben
* (D746-D749), der je Aufruf das LINK-CMD und alle Felder abfragt,
* das Modul ruft und den zurueckgegebenen Satz anzeigt - wie die
* handgeschriebenen Driver ANODRV0O/COUDRV0O/EINDRV0O
******************************************************************
 D740-GENERATE-DRIVER SECTION.
 D740-00.
**  ---> Modul holen (SSFCOU0M "GT", aktuelle Version)
     MOVE "GT"        TO COU-LINK-CMD
     MOVE ZERO        TO COU-LINK-RC
     MOVE SPACES      TO COU-LINK-REP-FILE
     MOVE W-GEN-MODUL TO COU-LINK-REP-FILE
     ENTER TAL "String^Laenge"   USING COU-LINK-REP-FILE, 36
                                 GIVING COU-LINK-REP-FILE-LEN
     MOVE SPACES      TO COU-LINK-OPTION COU-LINK-OPTVAL
     CALL "SSFCOU0M" USING COU-LINK-REC
     IF  COU-LINK-RC NOT = ZERO
         MOVE COU-LINK-RC TO D-NUM4
         DISPLAY " >> GET des Moduls ", W-GEN-MODUL,
                 " fehlgeschlagen, RC=" D-NUM4
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

**  ---> Schnittstelle und LINK-CMD-Werte ermitteln
     PERFORM D741-DRV-ANALYSE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  W-GEN-ZIELPRG  = SPACES
     OR  W-GEN-USING    = SPACES
     OR  W-GEN-FELD-ANZ = ZERO
         DISPLAY " >> ", W-GEN-MODUL, " hat keine auswertbare ",
                 "LINKAGE SECTION / PROCEDURE DIVISION USING"
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

**  ---> Driver in die Ziel-Datei schreiben
     PERFORM D746-DRV-SCHREIBEN

     MOVE W-GEN-FELD-ANZ TO D-NUM3
     MOVE W-GEN-CMD-ANZ  TO D-NUM2
     DISPLAY " "
     DISPLAY " >> Testdriver angelegt: ", STUP-DEC-DESTFILE,
             " (PROGRAM-ID ", W-NEW-PRGID (1:W-PRGID-LEN),
             ", ruft ", W-GEN-ZIELPRG (1:W-GEN-ZIELPRG-LEN), ")"
     DISPLAY " >> ", D-NUM3, " Felder, ", D-NUM2,
             " LINK-CMD-Werte aus ", W-GEN-MODUL
     DISPLAY " >> die geholte Kopie ", W-GEN-MODUL,
             " im Default-Subvolume kann geloescht werden"
     DISPLAY " "
     .
 D740-99.
     EXIT.

******************************************************************
* geholtes Modul zeilenweise lesen und auswerten (s. D742)
******************************************************************
 D741-DRV-ANALYSE SECTION.
 D741-00.
     MOVE SPACES TO W-GEN-ZIELPRG W-GEN-USING W-GEN-STMT
     MOVE ZERO   TO W-GEN-CMD-ANZ W-GEN-LNK-ANZ W-GEN-FELD-ANZ
                    W-GEN-SKIP-STUFE W-GEN-TIEFE W-GEN-ZIELPRG-LEN
     MOVE 1      TO W-GEN-STMT-PTR
     MOVE SPACE  TO W-GEN-PHASE W-GEN-EVAL-FLAG

     MOVE W-GEN-MODUL TO ASS-FNAME
     MOVE ZERO        TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  TEMPLF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY " >> Fehler bei COBOLASSIGN Modul: ",
                 ASS-FNAME " " ASS-FSTATUS
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF
     OPEN INPUT TEMPLF
     MOVE "00" TO TPL-FILE-STATUS
     READ TEMPLF AT END MOVE "10" TO TPL-FILE-STATUS END-READ
     PERFORM UNTIL NOT TPL-FILE-OK
         PERFORM D742-DRV-ZEILE
         READ TEMPLF AT END MOVE "10" TO TPL-FILE-STATUS END-READ
     END-PERFORM
     CLOSE TEMPLF

**  ---> ASS-FNAME wieder auf die Ziel-Datei (Meldungen in D800)
     MOVE STUP-DEC-DESTFILE TO ASS-FNAME

     INSPECT W-GEN-ZIELPRG TALLYING W-GEN-ZIELPRG-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
     .
 D741-99.
     EXIT.

******************************************************************
* eine Zeile des Moduls: PROGRAM-ID, Beginn LINKAGE SECTION, deren
* Zeilen (werden unveraendert in den Driver uebernommen und als
* Datenbeschreibungen ausgewertet), PROCEDURE DIVISION USING und
* danach die WHEN-Werte von EVALUATE LINK-CMD
******************************************************************
 D742-DRV-ZEILE SECTION.
 D742-00.
     MOVE TEMPLF-RECORD TO W-GEN-GROSS
     INSPECT W-GEN-GROSS
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

     EVALUATE TRUE
         WHEN GEN-VOR-LINKAGE
             IF  W-GEN-GROSS (1:1) = "*" OR = "?"
                 EXIT SECTION
             END-IF
             MOVE ZERO TO W-GEN-HIT
             INSPECT W-GEN-GROSS TALLYING W-GEN-HIT
                     FOR ALL "PROGRAM-ID."
             IF  W-GEN-HIT > ZERO
             AND W-GEN-ZIELPRG = SPACES
                 MOVE SPACES TO W-GEN-DUMMY W-GEN-REST
                 UNSTRING W-GEN-GROSS DELIMITED BY "PROGRAM-ID."
                     INTO W-GEN-DUMMY W-GEN-REST
                 END-UNSTRING
                 UNSTRING W-GEN-REST DELIMITED BY ALL SPACE OR "."
                     INTO W-GEN-DUMMY W-GEN-ZIELPRG
                 END-UNSTRING
             END-IF
             MOVE ZERO TO W-GEN-HIT
             INSPECT W-GEN-GROSS TALLYING W-GEN-HIT
                     FOR ALL "LINKAGE SECTION"
             IF  W-GEN-HIT > ZERO
                 SET GEN-IN-LINKAGE TO TRUE
             END-IF

         WHEN GEN-IN-LINKAGE
             MOVE ZERO TO W-GEN-HIT
             IF  W-GEN-GROSS (1:1) NOT = "*"
                 INSPECT W-GEN-GROSS TALLYING W-GEN-HIT
                         FOR ALL "PROCEDURE DIVISION"
             END-IF
             IF  W-GEN-HIT > ZERO
                 SET GEN-IN-PROCEDURE TO TRUE
                 MOVE SPACES TO W-GEN-DUMMY
                 UNSTRING W-GEN-GROSS DELIMITED BY " USING "
                     INTO W-GEN-DUMMY W-GEN-USING
                 END-UNSTRING
                 INSPECT W-GEN-USING REPLACING ALL "." BY SPACE
                 EXIT SECTION
             END-IF
**          ---> Zeile fuer den Driver merken (Original-Schreibweise)
             IF  W-GEN-LNK-ANZ < 200
                 ADD 1 TO W-GEN-LNK-ANZ
                 MOVE TEMPLF-RECORD TO W-GEN-LNK-ZEILE (W-GEN-LNK-ANZ)
             END-IF
             IF  W-GEN-GROSS (1:1) NOT = "*"
             AND W-GEN-GROSS NOT = SPACES
                 PERFORM D743-DRV-DATENZEILE
             END-IF

         WHEN GEN-IN-PROCEDURE
             IF  W-GEN-GROSS (1:1) NOT = "*"
                 PERFORM D745-DRV-CMD-ZEILE
             END-IF
     END-EVALUATE
     .
 D742-99.
     EXIT.

******************************************************************
* Zeile der LINKAGE SECTION an die laufende Datenbeschreibung
* haengen; endet die Zeile mit ".", ist die Beschreibung komplett
******************************************************************
 D743-DRV-DATENZEILE SECTION.
 D743-00.
     IF  W-GEN-STMT-PTR < 230
         STRING  W-GEN-GROSS (2:70)     DELIMITED BY SIZE
                 " "                    DELIMITED BY SIZE
           INTO  W-GEN-STMT
           WITH POINTER W-GEN-STMT-PTR
         END-STRING
     END-IF

     PERFORM VARYING W-GEN-LEN FROM 71 BY -1
             UNTIL   W-GEN-LEN < 1
             OR      W-GEN-GROSS (W-GEN-LEN:1) NOT = SPACE
         CONTINUE
     END-PERFORM
     IF  W-GEN-LEN > ZERO
     AND W-GEN-GROSS (W-GEN-LEN:1) = "."
         PERFORM D744-DRV-DATENFELD
         MOVE SPACES TO W-GEN-STMT
         MOVE 1      TO W-GEN-STMT-PTR
     END-IF
     .
 D743-99.
     EXIT.

******************************************************************
* eine komplette Datenbeschreibung auswerten: Stufe, Name, PIC,
* OCCURS/REDEFINES. Elementarfelder kommen in die Feldtabelle;
* Tabellen und REDEFINES (samt Unterstufen) werden nur vermerkt,
* Gruppen, FILLER und 88-Stufen nicht abgefragt
******************************************************************
 D744-DRV-DATENFELD SECTION.
 D744-00.
     MOVE SPACES TO W-GEN-TOK-TAB W-GEN-NAME W-GEN-PIC W-GEN-USAGE
     MOVE SPACE  TO W-GEN-SKIP
     MOVE ZERO   TO W-GEN-TOK-ANZ W-GEN-LEN
     INSPECT W-GEN-STMT TALLYING W-GEN-LEN FOR LEADING SPACES
     IF  W-GEN-LEN >= 300
         EXIT SECTION
     END-IF
     UNSTRING W-GEN-STMT (W-GEN-LEN + 1:) DELIMITED BY ALL SPACE
         INTO W-GEN-TOK (1)  W-GEN-TOK (2)  W-GEN-TOK (3)
              W-GEN-TOK (4)  W-GEN-TOK (5)  W-GEN-TOK (6)
              W-GEN-TOK (7)  W-GEN-TOK (8)  W-GEN-TOK (9)
              W-GEN-TOK (10) W-GEN-TOK (11) W-GEN-TOK (12)
         TALLYING IN W-GEN-TOK-ANZ
     END-UNSTRING

**  ---> Punkt am Ende der Beschreibung entfernen
     PERFORM VARYING W-GEN-TI FROM 1 BY 1
             UNTIL   W-GEN-TI > W-GEN-TOK-ANZ
         MOVE ZERO TO W-GEN-LEN
         INSPECT W-GEN-TOK (W-GEN-TI) TALLYING W-GEN-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
         IF  W-GEN-LEN > ZERO
         AND W-GEN-TI = W-GEN-TOK-ANZ
         AND W-GEN-TOK (W-GEN-TI) (W-GEN-LEN:1) = "."
             MOVE SPACE TO W-GEN-TOK (W-GEN-TI) (W-GEN-LEN:1)
         END-IF
     END-PERFORM

**  ---> Stufennummer
     IF  W-GEN-TOK (1) (1:1) NOT NUMERIC
         EXIT SECTION
     END-IF
     IF  W-GEN-TOK (1) (2:1) = SPACE
         MOVE W-GEN-TOK (1) (1:1) TO W-GEN-STUFE
     ELSE
         MOVE W-GEN-TOK (1) (1:2) TO W-GEN-STUFE
     END-IF
     IF  W-GEN-STUFE = 88 OR = 66
         EXIT SECTION
     END-IF

**  ---> Unterstufen einer Tabelle/eines REDEFINES ueberspringen
     IF  W-GEN-SKIP-STUFE > ZERO
         IF  W-GEN-STUFE > W-GEN-SKIP-STUFE
             EXIT SECTION
         END-IF
         MOVE ZERO TO W-GEN-SKIP-STUFE
     END-IF

**  ---> Name und Klauseln
     MOVE W-GEN-TOK (2) TO W-GEN-NAME
     IF  W-GEN-NAME = SPACES   OR = "PIC"    OR = "PICTURE"
     OR  W-GEN-NAME = "OCCURS" OR = "VALUE"  OR = "REDEFINES"
         MOVE "FILLER" TO W-GEN-NAME
     END-IF
     PERFORM VARYING W-GEN-TI FROM 2 BY 1
             UNTIL   W-GEN-TI > W-GEN-TOK-ANZ
         EVALUATE W-GEN-TOK (W-GEN-TI)
             WHEN "PIC"
             WHEN "PICTURE"
                 COMPUTE W-GEN-CI = W-GEN-TI + 1
                 IF  W-GEN-TOK (W-GEN-CI) = "IS"
                     ADD 1 TO W-GEN-CI
                 END-IF
                 IF  W-GEN-CI <= 12
                     MOVE W-GEN-TOK (W-GEN-CI) TO W-GEN-PIC
                 END-IF
             WHEN "OCCURS"
                 MOVE "T" TO W-GEN-SKIP
             WHEN "REDEFINES"
                 IF  W-GEN-SKIP = SPACE
                     MOVE "R" TO W-GEN-SKIP
                 END-IF
             WHEN "COMP"
             WHEN "COMP-3"
             WHEN "COMP-5"
             WHEN "COMPUTATIONAL"
             WHEN "COMPUTATIONAL-3"
             WHEN "COMPUTATIONAL-5"
             WHEN "BINARY"
             WHEN "PACKED-DECIMAL"
                 MOVE W-GEN-TOK (W-GEN-TI) TO W-GEN-USAGE
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-PERFORM

     IF  W-GEN-SKIP NOT = SPACE
         MOVE W-GEN-STUFE TO W-GEN-SKIP-STUFE
     END-IF
     IF  W-GEN-NAME = "FILLER"
         EXIT SECTION
     END-IF
**  ---> Gruppe ohne PIC (sofern keine Tabelle/kein REDEFINES)
     IF  W-GEN-PIC  = SPACES
     AND W-GEN-SKIP = SPACE
         EXIT SECTION
     END-IF
     IF  W-GEN-FELD-ANZ >= 80
         EXIT SECTION
     END-IF

     ADD 1 TO W-GEN-FELD-ANZ
     MOVE W-GEN-FELD-ANZ TO W-GEN-FI
     MOVE W-GEN-NAME     TO W-GEN-F-NAME (W-GEN-FI)
     MOVE W-GEN-PIC      TO W-GEN-F-PIC  (W-GEN-FI)
     MOVE W-GEN-USAGE    TO W-GEN-F-USAGE (W-GEN-FI)
     MOVE W-GEN-SKIP     TO W-GEN-F-SKIP (W-GEN-FI)
     MOVE ZERO           TO W-GEN-F-NAME-LEN (W-GEN-FI)
                            W-GEN-F-LEN      (W-GEN-FI)
                            W-GEN-F-LEN-ZU   (W-GEN-FI)
     INSPECT W-GEN-NAME TALLYING W-GEN-F-NAME-LEN (W-GEN-FI)
             FOR CHARACTERS BEFORE INITIAL SPACE
     IF  W-GEN-PIC (1:1) = "9" OR = "S" OR = "V" OR = "P"
         SET GEN-F-NUM   (W-GEN-FI) TO TRUE
     ELSE
         SET GEN-F-ALPHA (W-GEN-FI) TO TRUE
     END-IF

**  ---> Laenge alphanumerischer Felder (fuer String^Laenge)
     IF  GEN-F-ALPHA (W-GEN-FI)
         IF  W-GEN-PIC (1:2) = "X("
             MOVE SPACES TO W-GEN-WERT
             UNSTRING W-GEN-PIC (3:) DELIMITED BY ")"
                 INTO W-GEN-WERT
             END-UNSTRING
             COMPUTE W-GEN-F-LEN (W-GEN-FI)
                   = FUNCTION NUMVAL (W-GEN-WERT)
         ELSE
             INSPECT W-GEN-PIC TALLYING W-GEN-F-LEN (W-GEN-FI)
                     FOR ALL "X"
         END-IF
     END-IF

**  ---> numerisches Feld "<Name>-LEN" zu einem vorangehenden
**       Feld <Name>: wird im Driver per String^Laenge gesetzt
     MOVE W-GEN-F-NAME-LEN (W-GEN-FI) TO W-GEN-LEN
     IF  GEN-F-NUM (W-GEN-FI)
     AND W-GEN-LEN > 4
         IF  W-GEN-NAME (W-GEN-LEN - 3:4) = "-LEN"
             PERFORM VARYING W-GEN-CI FROM 1 BY 1
                     UNTIL   W-GEN-CI >= W-GEN-FI
                 IF  W-GEN-F-NAME (W-GEN-CI)
                         = W-GEN-NAME (1:W-GEN-LEN - 4)
                 AND GEN-F-ALPHA    (W-GEN-CI)
                 AND GEN-F-ABFRAGEN (W-GEN-CI)
                 AND W-GEN-F-LEN (W-GEN-CI) > ZERO
                     MOVE W-GEN-CI TO W-GEN-F-LEN-ZU (W-GEN-FI)
                 END-IF
             END-PERFORM
         END-IF
     END-IF
     .
 D744-99.
     EXIT.

******************************************************************
* PROCEDURE DIVISION des Moduls: WHEN-Werte von EVALUATE LINK-CMD
* sammeln (nur die erste Stufe, nicht die eines geschachtelten
* EVALUATE); jeder Wert nur einmal
******************************************************************
 D745-DRV-CMD-ZEILE SECTION.
 D745-00.
     IF  NOT GEN-IN-EVAL-CMD
         MOVE ZERO TO W-GEN-HIT
         INSPECT W-GEN-GROSS TALLYING W-GEN-HIT
                 FOR ALL "EVALUATE LINK-CMD"
         IF  W-GEN-HIT > ZERO
             SET GEN-IN-EVAL-CMD TO TRUE
             MOVE 1 TO W-GEN-TIEFE
         END-IF
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-GEN-HIT
     INSPECT W-GEN-GROSS TALLYING W-GEN-HIT FOR ALL "END-EVALUATE"
     IF  W-GEN-HIT > ZERO
         SUBTRACT 1 FROM W-GEN-TIEFE
         IF  W-GEN-TIEFE < 1
             MOVE SPACE TO W-GEN-EVAL-FLAG
         END-IF
         EXIT SECTION
     END-IF
     MOVE ZERO TO W-GEN-HIT
     INSPECT W-GEN-GROSS TALLYING W-GEN-HIT FOR ALL "EVALUATE "
     IF  W-GEN-HIT > ZERO
         ADD 1 TO W-GEN-TIEFE
         EXIT SECTION
     END-IF
     IF  W-GEN-TIEFE > 1
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-GEN-HIT
     INSPECT W-GEN-GROSS TALLYING W-GEN-HIT FOR ALL "WHEN "
     IF  W-GEN-HIT = ZERO
         EXIT SECTION
     END-IF
     MOVE SPACES TO W-GEN-DUMMY W-GEN-WERT
     UNSTRING W-GEN-GROSS DELIMITED BY QUOTE
         INTO W-GEN-DUMMY W-GEN-WERT
     END-UNSTRING
     IF  W-GEN-WERT = SPACES
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-GEN-HIT
     PERFORM VARYING W-GEN-CI FROM 1 BY 1
             UNTIL   W-GEN-CI > W-GEN-CMD-ANZ
         IF  W-GEN-CMD (W-GEN-CI) = W-GEN-WERT
             MOVE 1 TO W-GEN-HIT
         END-IF
     END-PERFORM
     IF  W-GEN-HIT = ZERO
     AND W-GEN-CMD-ANZ < 30
         ADD 1 TO W-GEN-CMD-ANZ
         MOVE W-GEN-WERT TO W-GEN-CMD (W-GEN-CMD-ANZ)
     END-IF
     .
 D745-99.
     EXIT.

******************************************************************
* Driver schreiben: Standard-Geruest (Teil 1/2 wie D700, mit
* ?SEARCH auf das Objekt des Moduls), fester WORKING-STORAGE-Teil,
* LINK-CMD-Tabelle, uebernommene LINKAGE SECTION als Uebergabesatz
* und die PROCEDURE DIVISION mit Abfrage/Aufruf/Anzeige je Feld
******************************************************************
 D746-DRV-SCHREIBEN SECTION.
 D746-00.
     OPEN OUTPUT SKELETONF
     MOVE SPACES TO W-GEN-ZEILE

**  ---> Teil 1 des Geruests, dazu ?SEARCH auf das Modul
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-SKEL-PART1-ANZ
         MOVE K-SKEL-PART1-LINES (C4-I1) TO SKELETON-RECORD
         WRITE SKELETON-RECORD
         IF  K-SKEL-PART1-LINES (C4-I1) = "?SEARCH  =EBC2ASC"
             MOVE "* Modul unter Test" TO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
             MOVE W-GEN-ZIELPRG-LEN TO W-GEN-LEN
             IF  W-GEN-LEN > 1
             AND W-GEN-ZIELPRG (W-GEN-LEN:1) = "M"
                 SUBTRACT 1 FROM W-GEN-LEN
             END-IF
             STRING "?SEARCH  ="                DELIMITED BY SIZE,
                    W-GEN-ZIELPRG (1:W-GEN-LEN) DELIMITED BY SIZE
               INTO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
         END-IF
     END-PERFORM

**  ---> PROGRAM-ID.-Zeile mit der neuen PROGRAM-ID
     STRING " PROGRAM-ID. "             DELIMITED BY SIZE,
            W-NEW-PRGID (1:W-PRGID-LEN) DELIMITED BY SIZE,
            "."                         DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS

**  ---> Teil 2 des Geruests, Kurzbeschreibung mit dem Modul
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-SKEL-PART2-ANZ
         IF  K-SKEL-PART2-LINES (C4-I1) = "* Kurzbeschreibung ::"
             STRING "* Kurzbeschreibung :: Testdriver fuer "
                                               DELIMITED BY SIZE,
                    W-GEN-ZIELPRG (1:W-GEN-ZIELPRG-LEN)
                                               DELIMITED BY SIZE,
                    " ("                       DELIMITED BY SIZE,
                    W-GEN-MODUL                DELIMITED BY SPACE,
                    ")"                        DELIMITED BY SIZE
               INTO W-GEN-ZEILE
         ELSE
             MOVE K-SKEL-PART2-LINES (C4-I1) TO W-GEN-ZEILE
         END-IF
         PERFORM D749-DRV-AUS
     END-PERFORM

**  ---> K-MODUL-Zeile mit der neuen PROGRAM-ID
     STRING "     05      K-MODUL             PIC X(08)",
            "          VALUE """               DELIMITED BY SIZE,
            W-NEW-PRGID (1:W-PRGID-LEN)         DELIMITED BY SIZE,
            """."                               DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     PERFORM D749-DRV-AUS

**  ---> fester WORKING-STORAGE-Teil
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-SKEL-G-WS-ANZ
         MOVE K-SKEL-G-WS-LINES (C4-I1) TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     END-PERFORM
     PERFORM D749-DRV-AUS

**  ---> Tabelle der LINK-CMD-Werte
     IF  W-GEN-CMD-ANZ > ZERO
         MOVE W-GEN-STRICH TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         STRING "* LINK-CMD-Werte aus EVALUATE LINK-CMD von "
                                               DELIMITED BY SIZE,
                W-GEN-ZIELPRG (1:W-GEN-ZIELPRG-LEN)
                                               DELIMITED BY SIZE
           INTO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         MOVE W-GEN-STRICH TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         MOVE " 01          K-CMD-WERTE." TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         PERFORM VARYING W-GEN-CI FROM 1 BY 1
                 UNTIL   W-GEN-CI > W-GEN-CMD-ANZ
             STRING "     05      FILLER              PIC X(08)",
                    " VALUE """                DELIMITED BY SIZE,
                    W-GEN-CMD (W-GEN-CI)       DELIMITED BY SPACE,
                    """."                      DELIMITED BY SIZE
               INTO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
         END-PERFORM
         MOVE W-GEN-CMD-ANZ TO D-NUM2
         MOVE " 01          K-CMD-TABELLE REDEFINES K-CMD-WERTE."
           TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         STRING "     05      K-CMD               PIC X(08) OCCURS "
                                               DELIMITED BY SIZE,
                D-NUM2                         DELIMITED BY SIZE,
                "."                            DELIMITED BY SIZE
           INTO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         STRING " 01          K-CMD-ANZ           PIC S9(04) COMP",
                " VALUE "                      DELIMITED BY SIZE,
                D-NUM2                         DELIMITED BY SIZE,
                "."                            DELIMITED BY SIZE
           INTO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         PERFORM D749-DRV-AUS
     END-IF

**  ---> Uebergabesatz = LINKAGE SECTION des Moduls
     MOVE W-GEN-STRICH TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     STRING "* Schnittstelle zu "                 DELIMITED BY SIZE,
            W-GEN-ZIELPRG (1:W-GEN-ZIELPRG-LEN)   DELIMITED BY SIZE,
            " (LINKAGE SECTION von "              DELIMITED BY SIZE,
            W-GEN-MODUL                           DELIMITED BY SPACE,
            ")"                                   DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE W-GEN-STRICH TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     PERFORM VARYING W-GEN-CI FROM 1 BY 1
             UNTIL   W-GEN-CI > W-GEN-LNK-ANZ
         MOVE W-GEN-LNK-ZEILE (W-GEN-CI) TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     END-PERFORM
     PERFORM D749-DRV-AUS

**  ---> PROCEDURE DIVISION bis B100-00
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-SKEL-G-PROC-ANZ
         MOVE K-SKEL-G-PROC-LINES (C4-I1) TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     END-PERFORM
     STRING "     INITIALIZE "  DELIMITED BY SIZE,
            W-GEN-USING        DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE "     DISPLAY "" """ TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS

**  ---> LINK-CMD abfragen (Werteliste je 10 Werte eine Zeile)
     IF  W-GEN-CMD-ANZ > ZERO
         STRING "     DISPLAY "" LINK-CMD-Werte von "
                                               DELIMITED BY SIZE,
                W-GEN-ZIELPRG (1:W-GEN-ZIELPRG-LEN)
                                               DELIMITED BY SIZE,
                ":"""                          DELIMITED BY SIZE
           INTO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         MOVE SPACES TO W-GEN-REST
         MOVE 1      TO W-GEN-STMT-PTR
         MOVE ZERO   TO W-GEN-HIT
         PERFORM VARYING W-GEN-CI FROM 1 BY 1
                 UNTIL   W-GEN-CI > W-GEN-CMD-ANZ
             STRING W-GEN-CMD (W-GEN-CI)  DELIMITED BY SPACE,
                    " "                   DELIMITED BY SIZE
               INTO W-GEN-REST
               WITH POINTER W-GEN-STMT-PTR
             END-STRING
             ADD 1 TO W-GEN-HIT
             IF  W-GEN-HIT = 10
             OR  W-GEN-CI  = W-GEN-CMD-ANZ
                 STRING "     DISPLAY ""   "      DELIMITED BY SIZE,
                        W-GEN-REST (1:W-GEN-STMT-PTR - 1)
                                                DELIMITED BY SIZE,
                        """"                    DELIMITED BY SIZE
                   INTO W-GEN-ZEILE
                 PERFORM D749-DRV-AUS
                 MOVE SPACES TO W-GEN-REST
                 MOVE 1      TO W-GEN-STMT-PTR
                 MOVE ZERO   TO W-GEN-HIT
             END-IF
         END-PERFORM
         PERFORM VARYING C4-I1 FROM 1 BY 1
                 UNTIL   C4-I1 > W-SKEL-G-CMD-ANZ
             MOVE K-SKEL-G-CMD-LINES (C4-I1) TO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
         END-PERFORM
     ELSE
         PERFORM VARYING C4-I1 FROM 1 BY 1
                 UNTIL   C4-I1 > W-SKEL-G-OHNECMD-ANZ
             MOVE K-SKEL-G-OHNECMD-LINES (C4-I1) TO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
         END-PERFORM
     END-IF

**  ---> Felder abfragen
     PERFORM D749-DRV-AUS
     MOVE "**  ---> Felder abfragen (leer = Initialwert)" TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     PERFORM VARYING W-GEN-FI FROM 1 BY 1
             UNTIL   W-GEN-FI > W-GEN-FELD-ANZ
         PERFORM D747-DRV-FELD-ABFRAGE
     END-PERFORM

**  ---> Modul aufrufen
     PERFORM D749-DRV-AUS
     MOVE "**  ---> Modul aufrufen" TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     STRING "     CALL """                       DELIMITED BY SIZE,
            W-GEN-ZIELPRG (1:W-GEN-ZIELPRG-LEN) DELIMITED BY SIZE,
            """ USING "                         DELIMITED BY SIZE,
            W-GEN-USING                         DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS

**  ---> Rueckgabe anzeigen
     PERFORM D749-DRV-AUS
     MOVE "**  ---> Rueckgabe anzeigen" TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE "     DISPLAY "" """ TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     STRING "     DISPLAY "">>> Rueckgabe aus "  DELIMITED BY SIZE,
            W-GEN-ZIELPRG (1:W-GEN-ZIELPRG-LEN)  DELIMITED BY SIZE,
            ":"""                                DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     PERFORM VARYING W-GEN-FI FROM 1 BY 1
             UNTIL   W-GEN-FI > W-GEN-FELD-ANZ
         PERFORM D748-DRV-FELD-ANZEIGE
     END-PERFORM
     MOVE "     ." TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE " B100-99." TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE "     EXIT." TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS

     CLOSE SKELETONF
     .
 D746-99.
     EXIT.

******************************************************************
* Driver-Zeilen zur Abfrage eines Feldes (W-GEN-FI): LINK-RC und ein
* schon ueber die Werteliste gewaehltes LINK-CMD nicht; ein Feld
* "<Name>-LEN" wird per String^Laenge aus <Name> gesetzt
******************************************************************
 D747-DRV-FELD-ABFRAGE SECTION.
 D747-00.
     EVALUATE TRUE
         WHEN GEN-F-TABELLE (W-GEN-FI)
             STRING "**  ---> "                  DELIMITED BY SIZE,
                    W-GEN-F-NAME (W-GEN-FI)      DELIMITED BY SPACE,
                    " - Tabelle, nicht abgefragt" DELIMITED BY SIZE
               INTO W-GEN-ZEILE
             PERFORM D749-DRV-AUS

         WHEN GEN-F-REDEF (W-GEN-FI)
             STRING "**  ---> "                  DELIMITED BY SIZE,
                    W-GEN-F-NAME (W-GEN-FI)      DELIMITED BY SPACE,
                    " - REDEFINES, nicht abgefragt"
                                                 DELIMITED BY SIZE
               INTO W-GEN-ZEILE
             PERFORM D749-DRV-AUS

         WHEN W-GEN-F-NAME (W-GEN-FI) = "LINK-RC"
             CONTINUE

         WHEN W-GEN-F-NAME (W-GEN-FI) = "LINK-CMD"
          AND W-GEN-CMD-ANZ > ZERO
             CONTINUE

         WHEN W-GEN-F-LEN-ZU (W-GEN-FI) > ZERO
             MOVE W-GEN-F-LEN-ZU (W-GEN-FI) TO W-GEN-CI
             MOVE W-GEN-F-LEN (W-GEN-CI)    TO W-GEN-ZAHL-ED
             MOVE ZERO TO W-GEN-LEN
             INSPECT W-GEN-ZAHL-ED TALLYING W-GEN-LEN
                     FOR LEADING SPACES
             STRING "**  ---> Laenge zu "        DELIMITED BY SIZE,
                    W-GEN-F-NAME (W-GEN-CI)      DELIMITED BY SPACE
               INTO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
             MOVE "     ENTER TAL ""String^Laenge""" TO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
             STRING "               USING  "     DELIMITED BY SIZE,
                    W-GEN-F-NAME (W-GEN-CI)      DELIMITED BY SPACE,
                    ", "                         DELIMITED BY SIZE,
                    W-GEN-ZAHL-ED (W-GEN-LEN + 1:)
                                                 DELIMITED BY SIZE
               INTO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
             STRING "               GIVING "     DELIMITED BY SIZE,
                    W-GEN-F-NAME (W-GEN-FI)      DELIMITED BY SPACE
               INTO W-GEN-ZEILE
             PERFORM D749-DRV-AUS

         WHEN OTHER
             STRING "     DISPLAY """            DELIMITED BY SIZE,
                    W-GEN-F-NAME (W-GEN-FI)      DELIMITED BY SPACE,
                    " ("                         DELIMITED BY SIZE,
                    W-GEN-F-PIC (W-GEN-FI)       DELIMITED BY SPACE,
                    "): """                      DELIMITED BY SIZE
               INTO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
             MOVE "             WITH NO ADVANCING" TO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
             MOVE "     ACCEPT W-EINGABE" TO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
             MOVE "     IF  W-EINGABE NOT = SPACES" TO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
             IF  GEN-F-NUM (W-GEN-FI)
                 STRING "         COMPUTE "      DELIMITED BY SIZE,
                        W-GEN-F-NAME (W-GEN-FI)  DELIMITED BY SPACE
                   INTO W-GEN-ZEILE
                 PERFORM D749-DRV-AUS
                 MOVE "               = FUNCTION NUMVAL (W-EINGABE)"
                   TO W-GEN-ZEILE
                 PERFORM D749-DRV-AUS
             ELSE
                 STRING "         MOVE W-EINGABE TO "
                                                 DELIMITED BY SIZE,
                        W-GEN-F-NAME (W-GEN-FI)  DELIMITED BY SPACE
                   INTO W-GEN-ZEILE
                 PERFORM D749-DRV-AUS
             END-IF
             MOVE "     END-IF" TO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
     END-EVALUATE
     .
 D747-99.
     EXIT.

******************************************************************
* Driver-Zeilen zur Anzeige eines Feldes (W-GEN-FI) nach dem
* Aufruf; numerische Felder ueber das Editierfeld W-NUM-ED
******************************************************************
 D748-DRV-FELD-ANZEIGE SECTION.
 D748-00.
     IF  NOT GEN-F-ABFRAGEN (W-GEN-FI)
         EXIT SECTION
     END-IF
     IF  GEN-F-NUM (W-GEN-FI)
         STRING "     MOVE "                 DELIMITED BY SIZE,
                W-GEN-F-NAME (W-GEN-FI)      DELIMITED BY SPACE,
                " TO W-NUM-ED"               DELIMITED BY SIZE
           INTO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         STRING "     DISPLAY ""    "        DELIMITED BY SIZE,
                W-GEN-F-NAME (W-GEN-FI)      DELIMITED BY SPACE,
                " = "" W-NUM-ED"             DELIMITED BY SIZE
           INTO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     ELSE
         STRING "     DISPLAY ""    "        DELIMITED BY SIZE,
                W-GEN-F-NAME (W-GEN-FI)      DELIMITED BY SPACE,
                " = """                      DELIMITED BY SIZE
           INTO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         STRING "             "              DELIMITED BY SIZE,
                W-GEN-F-NAME (W-GEN-FI)      DELIMITED BY SPACE
           INTO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     END-IF
     .
 D748-99.
     EXIT.

******************************************************************
* eine Driver-Zeile (W-GEN-ZEILE) in die Ziel-Datei schreiben
******************************************************************
 D749-DRV-AUS SECTION.
 D749-00.
     MOVE W-GEN-ZEILE TO SKELETON-RECORD
     WRITE SKELETON-RECORD
     MOVE SPACES TO W-GEN-ZEILE
     .
 D749-99.
     EXIT.

******************************************************************
* Konvertierungsprogramm aus zwei Versionen einer Copy-Section
* erzeugen (STARTUP "CONVERT <Modul> <Section> <alte Version>
* <neue Version> <NEU-PROGRAM-ID> <Ziel-Datei>"): beide Versionen
* des Moduls werden per SSFCOU0M ("GT", Option "-V") geholt, die
* Section wird je Version ausgewertet (D751/D752, Felder ueber
* D743/D744), die Felder werden ueber den Namen abgeglichen (D753)
* und daraus ein Programm geschrieben, das die Alt-Datei satzweise
* in die Neu-Datei umsetzt (D754-D760): gleichnamige Felder per
* MOVE, neue, entfallene und in Typ/Laenge geaenderte Felder als
* "*** => TODO"-Punkte, dazu Satzzaehler und eine Kontrollsumme
* ueber die gemeinsamen numerischen Felder
******************************************************************
 D750-GENERATE-KONVERT SECTION.
 D750-00.
     MOVE "ALT" TO W-KNV-NAME (1)
     MOVE "NEU" TO W-KNV-NAME (2)
     PERFORM VARYING W-KNV-S FROM 1 BY 1
             UNTIL   W-KNV-S > 2
             OR      PRG-ABBRUCH
         PERFORM D751-KNV-HOLEN
     END-PERFORM
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> Felder abgleichen, Programm in die Ziel-Datei schreiben
     PERFORM D753-KNV-ABGLEICH
     PERFORM D754-KNV-SCHREIBEN

     DISPLAY " "
     DISPLAY " >> Konvertierungsprogramm angelegt: ", STUP-DEC-DESTFILE,
             " (PROGRAM-ID ", W-NEW-PRGID (1:W-PRGID-LEN), ")"
     DISPLAY " >> Section ", W-KNV-SECTION
     DISPLAY " >> aus ", W-GEN-MODUL, " Version ", W-KNV-VERSION (1),
             " -> ", W-KNV-VERSION (2)
     MOVE W-KNV-ANZ-GLEICH TO D-NUM3
     DISPLAY " >> ", D-NUM3, " Felder automatisch zugeordnet"
     MOVE W-KNV-ANZ-AEND   TO D-NUM3
     DISPLAY " >> ", D-NUM3, " Felder geaendert oder Tabelle (TODO)"
     MOVE W-KNV-ANZ-NEU    TO D-NUM3
     DISPLAY " >> ", D-NUM3, " Felder neu (TODO)"
     MOVE W-KNV-ANZ-WEG    TO D-NUM3
     DISPLAY " >> ", D-NUM3, " Felder entfallen (TODO)"
     DISPLAY " >> die geholte Kopie ", W-GEN-MODUL,
             " im Default-Subvolume kann geloescht werden"
     DISPLAY " "
     .
 D750-99.
     EXIT.

******************************************************************
* eine Version (W-KNV-S) des Moduls holen, die Section darin
* auswerten und Zeilen/Felder in W-KNV-SEITE (W-KNV-S) ablegen
******************************************************************
 D751-KNV-HOLEN SECTION.
 D751-00.
**  ---> Modul holen (SSFCOU0M "GT", Version ueber Option "-V")
     MOVE "GT"        TO COU-LINK-CMD
     MOVE ZERO        TO COU-LINK-RC
     MOVE SPACES      TO COU-LINK-REP-FILE
     MOVE W-GEN-MODUL TO COU-LINK-REP-FILE
     ENTER TAL "String^Laenge"   USING COU-LINK-REP-FILE, 36
                                 GIVING COU-LINK-REP-FILE-LEN
     MOVE "-V"        TO COU-LINK-OPTION
     MOVE SPACES      TO COU-LINK-OPTVAL
     MOVE W-KNV-VERSION (W-KNV-S) TO COU-LINK-OPTVAL
     CALL "SSFCOU0M" USING COU-LINK-REC
     IF  COU-LINK-RC NOT = ZERO
         MOVE COU-LINK-RC TO D-NUM4
         DISPLAY " >> GET von ", W-GEN-MODUL, " Version ",
                 W-KNV-VERSION (W-KNV-S), " fehlgeschlagen, RC=" D-NUM4
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

**  ---> Section zeilenweise auswerten
     MOVE SPACES TO W-GEN-STMT
     MOVE ZERO   TO W-GEN-FELD-ANZ W-GEN-SKIP-STUFE
                    W-KNV-Z-ANZ  (W-KNV-S)
                    W-KNV-01-ANZ (W-KNV-S)
     MOVE 1      TO W-GEN-STMT-PTR
     MOVE SPACE  TO W-KNV-PHASE

     MOVE W-GEN-MODUL TO ASS-FNAME
     MOVE ZERO        TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  TEMPLF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY " >> Fehler bei COBOLASSIGN Modul: ",
                 ASS-FNAME " " ASS-FSTATUS
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF
     OPEN INPUT TEMPLF
     MOVE "00" TO TPL-FILE-STATUS
     READ TEMPLF AT END MOVE "10" TO TPL-FILE-STATUS END-READ
     PERFORM UNTIL NOT TPL-FILE-OK
             OR    KNV-NACH-SECTION
         PERFORM D752-KNV-ZEILE
         READ TEMPLF AT END MOVE "10" TO TPL-FILE-STATUS END-READ
     END-PERFORM
     CLOSE TEMPLF

**  ---> ASS-FNAME wieder auf die Ziel-Datei (Meldungen in D800)
     MOVE STUP-DEC-DESTFILE TO ASS-FNAME

     IF  KNV-VOR-SECTION
         DISPLAY " >> Section ", W-KNV-SECTION
         DISPLAY " >> nicht gefunden in ", W-GEN-MODUL,
                 " Version ", W-KNV-VERSION (W-KNV-S)
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF
     IF  W-GEN-FELD-ANZ = ZERO
         DISPLAY " >> Section ", W-KNV-SECTION
         DISPLAY " >> enthaelt in Version ", W-KNV-VERSION (W-KNV-S),
                 " keine auswertbaren Felder"
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

**  ---> Felder der Version merken
     MOVE W-GEN-FELD-ANZ TO W-KNV-F-ANZ (W-KNV-S)
     PERFORM VARYING W-GEN-FI FROM 1 BY 1
             UNTIL   W-GEN-FI > W-GEN-FELD-ANZ
         MOVE W-GEN-F-NAME  (W-GEN-FI)
           TO W-KNV-F-NAME  (W-KNV-S, W-GEN-FI)
         MOVE W-GEN-F-PIC   (W-GEN-FI)
           TO W-KNV-F-PIC   (W-KNV-S, W-GEN-FI)
         MOVE W-GEN-F-USAGE (W-GEN-FI)
           TO W-KNV-F-USAGE (W-KNV-S, W-GEN-FI)
         MOVE W-GEN-F-ART   (W-GEN-FI)
           TO W-KNV-F-ART   (W-KNV-S, W-GEN-FI)
         MOVE W-GEN-F-SKIP  (W-GEN-FI)
           TO W-KNV-F-SKIP  (W-KNV-S, W-GEN-FI)
         MOVE ZERO
           TO W-KNV-F-PARTNER (W-KNV-S, W-GEN-FI)
     END-PERFORM
     .
 D751-99.
     EXIT.

******************************************************************
* eine Zeile des geholten Moduls: ?SECTION-Zeilen begrenzen die
* gesuchte Section; deren Zeilen werden gemerkt (werden als FD
* uebernommen) und als Datenbeschreibungen ausgewertet (D743/D744)
******************************************************************
 D752-KNV-ZEILE SECTION.
 D752-00.
**  ---> Platzhalter "*" der Copy-Section (sonst per COPY ...
**       REPLACING =="*"== BY ==xxx== ersetzt) wird zu KNV
     MOVE TEMPLF-RECORD TO W-KNV-ZEILE
     INSPECT W-KNV-ZEILE REPLACING ALL """*""" BY "KNV"
     MOVE W-KNV-ZEILE TO W-GEN-GROSS
     INSPECT W-GEN-GROSS
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

     IF  W-GEN-GROSS (1:9) = "?SECTION "
         IF  KNV-IN-SECTION
             SET KNV-NACH-SECTION TO TRUE
         ELSE
             MOVE SPACES TO W-GEN-DUMMY W-GEN-NAME
             UNSTRING W-GEN-GROSS (9:) DELIMITED BY ALL SPACE
                 INTO W-GEN-DUMMY W-GEN-NAME
             END-UNSTRING
             IF  W-GEN-NAME = W-KNV-SECTION
                 SET KNV-IN-SECTION TO TRUE
             END-IF
         END-IF
         EXIT SECTION
     END-IF
     IF  NOT KNV-IN-SECTION
     OR  W-GEN-GROSS (1:1) = "?"
         EXIT SECTION
     END-IF

**  ---> 01-/77-Stufen der Section stehen im erzeugten Programm
**       unter ALT-SATZ/NEU-SATZ und werden dort zu 03-Stufen
     IF  W-GEN-GROSS (1:1) NOT = "*"
     AND W-GEN-GROSS NOT = SPACES
         MOVE ZERO TO W-KNV-POS
         INSPECT W-GEN-GROSS TALLYING W-KNV-POS FOR LEADING SPACES
         ADD 1 TO W-KNV-POS
         IF  W-KNV-POS < 69
             IF  W-GEN-GROSS (W-KNV-POS:3) = "01 " OR = "77 "
                 MOVE "03" TO W-KNV-ZEILE (W-KNV-POS:2)
                              W-GEN-GROSS (W-KNV-POS:2)
                 ADD 1 TO W-KNV-01-ANZ (W-KNV-S)
             END-IF
         END-IF
     END-IF

     IF  W-KNV-Z-ANZ (W-KNV-S) < 300
         ADD 1 TO W-KNV-Z-ANZ (W-KNV-S)
         MOVE W-KNV-Z-ANZ (W-KNV-S) TO W-KNV-I
         MOVE W-KNV-ZEILE TO W-KNV-Z (W-KNV-S, W-KNV-I)
     END-IF
     IF  W-GEN-GROSS (1:1) NOT = "*"
     AND W-GEN-GROSS NOT = SPACES
         PERFORM D743-DRV-DATENZEILE
     END-IF
     .
 D752-99.
     EXIT.

******************************************************************
* Felder beider Versionen ueber den Namen abgleichen (jeweils
* erstes noch freies gleichnamiges Feld) und das Ergebnis zaehlen
******************************************************************
 D753-KNV-ABGLEICH SECTION.
 D753-00.
     MOVE ZERO TO W-KNV-ANZ-GLEICH W-KNV-ANZ-AEND W-KNV-ANZ-NEU
                  W-KNV-ANZ-WEG    W-KNV-ANZ-SUMME
     PERFORM VARYING W-KNV-I FROM 1 BY 1
             UNTIL   W-KNV-I > W-KNV-F-ANZ (1)
         PERFORM VARYING W-KNV-J FROM 1 BY 1
                 UNTIL   W-KNV-J > W-KNV-F-ANZ (2)
                 OR      W-KNV-F-PARTNER (1, W-KNV-I) > ZERO
             IF  W-KNV-F-NAME    (2, W-KNV-J)
               = W-KNV-F-NAME    (1, W-KNV-I)
             AND W-KNV-F-PARTNER (2, W-KNV-J) = ZERO
                 MOVE W-KNV-J TO W-KNV-F-PARTNER (1, W-KNV-I)
                 MOVE W-KNV-I TO W-KNV-F-PARTNER (2, W-KNV-J)
             END-IF
         END-PERFORM

         MOVE W-KNV-F-PARTNER (1, W-KNV-I) TO W-KNV-J
         EVALUATE TRUE
             WHEN W-KNV-J = ZERO
                 ADD 1 TO W-KNV-ANZ-WEG
             WHEN KNV-F-EINZELN (1, W-KNV-I)
              AND KNV-F-EINZELN (2, W-KNV-J)
              AND W-KNV-F-PIC   (1, W-KNV-I)
                = W-KNV-F-PIC   (2, W-KNV-J)
              AND W-KNV-F-USAGE (1, W-KNV-I)
                = W-KNV-F-USAGE (2, W-KNV-J)
                 ADD 1 TO W-KNV-ANZ-GLEICH
             WHEN OTHER
                 ADD 1 TO W-KNV-ANZ-AEND
         END-EVALUATE
         IF  W-KNV-J > ZERO
             IF  KNV-F-EINZELN (1, W-KNV-I)
             AND KNV-F-EINZELN (2, W-KNV-J)
             AND KNV-F-NUM     (1, W-KNV-I)
             AND KNV-F-NUM     (2, W-KNV-J)
                 ADD 1 TO W-KNV-ANZ-SUMME
             END-IF
         END-IF
     END-PERFORM

     PERFORM VARYING W-KNV-J FROM 1 BY 1
             UNTIL   W-KNV-J > W-KNV-F-ANZ (2)
         IF  W-KNV-F-PARTNER (2, W-KNV-J) = ZERO
             ADD 1 TO W-KNV-ANZ-NEU
         END-IF
     END-PERFORM
     .
 D753-99.
     EXIT.

******************************************************************
* Konvertierungsprogramm schreiben: Standard-Geruest Teil 1/2 mit
* Programmbeschreibung, SELECT/FD fuer Alt- und Neu-Datei, fester
* WORKING-STORAGE-Teil, PROCEDURE DIVISION mit der erzeugten
* Feldzuordnung (B100) und den Kontrollsummen (C110/C120)
******************************************************************
 D754-KNV-SCHREIBEN SECTION.
 D754-00.
     OPEN OUTPUT SKELETONF
     MOVE SPACES TO W-GEN-ZEILE

**  ---> Teil 1 des Geruests, PROGRAM-ID.-Zeile
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-SKEL-PART1-ANZ
         MOVE K-SKEL-PART1-LINES (C4-I1) TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     END-PERFORM
     STRING " PROGRAM-ID. "             DELIMITED BY SIZE,
            W-NEW-PRGID (1:W-PRGID-LEN) DELIMITED BY SIZE,
            "."                         DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS

**  ---> Teil 2 des Geruests; hinter der Ueberschrift der
**       Programmbeschreibung, FILE-CONTROL und FILE SECTION die
**       erzeugten Zeilen einfuegen
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-SKEL-PART2-ANZ
         IF  K-SKEL-PART2-LINES (C4-I1) = "* Kurzbeschreibung ::"
             STRING "* Kurzbeschreibung :: Konvertierung "
                                               DELIMITED BY SIZE,
                    W-KNV-SECTION              DELIMITED BY SPACE
               INTO W-GEN-ZEILE
         ELSE
             MOVE K-SKEL-PART2-LINES (C4-I1) TO W-GEN-ZEILE
         END-IF
         PERFORM D749-DRV-AUS
         EVALUATE K-SKEL-PART2-LINES (C4-I1)
             WHEN "* --------------------"
                 PERFORM D755-KNV-BESCHREIBUNG
             WHEN " FILE-CONTROL."
                 PERFORM VARYING W-KNV-P FROM 1 BY 1
                         UNTIL   W-KNV-P > 2
                     STRING "     SELECT  "       DELIMITED BY SIZE,
                            W-KNV-NAME (W-KNV-P)  DELIMITED BY SIZE,
                            "DAT         ASSIGN TO #DYNAMIC"
                                                  DELIMITED BY SIZE
                       INTO W-GEN-ZEILE
                     PERFORM D749-DRV-AUS
                     STRING "                             ",
                            "FILE STATUS IS "     DELIMITED BY SIZE,
                            W-KNV-NAME (W-KNV-P)  DELIMITED BY SIZE,
                            "-STATUS."            DELIMITED BY SIZE
                       INTO W-GEN-ZEILE
                     PERFORM D749-DRV-AUS
                 END-PERFORM
             WHEN " FILE SECTION."
                 PERFORM VARYING W-KNV-P FROM 1 BY 1
                         UNTIL   W-KNV-P > 2
                     PERFORM D756-KNV-FD
                 END-PERFORM
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-PERFORM

**  ---> K-MODUL-Zeile mit der neuen PROGRAM-ID
     STRING "     05      K-MODUL             PIC X(08)",
            "          VALUE """               DELIMITED BY SIZE,
            W-NEW-PRGID (1:W-PRGID-LEN)         DELIMITED BY SIZE,
            """."                               DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     PERFORM D749-DRV-AUS

**  ---> fester WORKING-STORAGE-Teil, PROCEDURE DIVISION bis B100-00
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-SKEL-C-WS-ANZ
         MOVE K-SKEL-C-WS-LINES (C4-I1) TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     END-PERFORM
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-SKEL-C-PROC-ANZ
         MOVE K-SKEL-C-PROC-LINES (C4-I1) TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     END-PERFORM

**  ---> Feldzuordnung Alt- -> Neusatz
     PERFORM D757-KNV-ZUORDNUNG

**  ---> Rest von B100, C100-LESEN, Kontrollsummen, P100
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-SKEL-C-SCHR-ANZ
         MOVE K-SKEL-C-SCHR-LINES (C4-I1) TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     END-PERFORM
     PERFORM VARYING W-KNV-P FROM 1 BY 1
             UNTIL   W-KNV-P > 2
         PERFORM D758-KNV-SUMMEN
     END-PERFORM
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-SKEL-C-P100-ANZ
         MOVE K-SKEL-C-P100-LINES (C4-I1) TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     END-PERFORM

     CLOSE SKELETONF
     .
 D754-99.
     EXIT.

******************************************************************
* Programmbeschreibung des Konvertierungsprogramms: Herkunft,
* STARTUP-Text und Ergebnis des Feldabgleichs
******************************************************************
 D755-KNV-BESCHREIBUNG SECTION.
 D755-00.
     MOVE "*" TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     STRING "* Konvertierung der Satzart "  DELIMITED BY SIZE,
            W-KNV-SECTION                   DELIMITED BY SPACE,
            " (Copy-Section aus "           DELIMITED BY SIZE,
            W-GEN-MODUL                     DELIMITED BY SPACE,
            ")"                             DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     STRING "* von Version "                DELIMITED BY SIZE,
            W-KNV-VERSION (1)               DELIMITED BY SPACE,
            " nach Version "                DELIMITED BY SIZE,
            W-KNV-VERSION (2)               DELIMITED BY SPACE,
            ", erzeugt von FGOI000O"        DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE "*" TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE "* STARTUP-Text: <Alt-Datei> <Neu-Datei>" TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE "*" TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE "* Gleichnamige Felder werden per MOVE uebernommen, der"
       TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE "* Platzhalter ""*"" der Copy-Section ist durch KNV ersetzt."
       TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE "* Offene Punkte sind mit ""*** => TODO"" markiert:"
       TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE W-KNV-ANZ-GLEICH TO W-GEN-ZAHL-ED
     STRING "*  "                           DELIMITED BY SIZE,
            W-GEN-ZAHL-ED                   DELIMITED BY SIZE,
            " Felder automatisch zugeordnet" DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE W-KNV-ANZ-AEND TO W-GEN-ZAHL-ED
     STRING "*  "                           DELIMITED BY SIZE,
            W-GEN-ZAHL-ED                   DELIMITED BY SIZE,
            " Felder in Typ/Laenge geaendert oder Tabelle/REDEFINES"
                                            DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE W-KNV-ANZ-NEU TO W-GEN-ZAHL-ED
     STRING "*  "                           DELIMITED BY SIZE,
            W-GEN-ZAHL-ED                   DELIMITED BY SIZE,
            " Felder neu"                   DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE W-KNV-ANZ-WEG TO W-GEN-ZAHL-ED
     STRING "*  "                           DELIMITED BY SIZE,
            W-GEN-ZAHL-ED                   DELIMITED BY SIZE,
            " Felder entfallen"             DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE "*" TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE "* Abstimmung am Ende (B090): Saetze gelesen = geschrieben"
       TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE W-KNV-ANZ-SUMME TO W-GEN-ZAHL-ED
     STRING "* und Kontrollsumme ueber "    DELIMITED BY SIZE,
            W-GEN-ZAHL-ED                   DELIMITED BY SIZE,
            " gemeinsame numerische Felder alt = neu"
                                            DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS

**  ---> mehrere Saetze (01-/77-Stufen) in der Section: im
**       erzeugten Programm hintereinander in einem Satz
     IF  W-KNV-01-ANZ (1) > 1
     OR  W-KNV-01-ANZ (2) > 1
         MOVE "*" TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         MOVE "*** => TODO Section enthaelt mehrere 01-Stufen, im FD"
           TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         MOVE "***         hintereinander - Satzaufbau pruefen"
           TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     END-IF
     .
 D755-99.
     EXIT.

******************************************************************
* FD einer Version (W-KNV-P): ALTDAT/ALT-SATZ bzw. NEUDAT/NEU-SATZ
* mit den Zeilen der Section
******************************************************************
 D756-KNV-FD SECTION.
 D756-00.
     PERFORM D749-DRV-AUS
     MOVE W-GEN-STRICH TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     STRING "* "                            DELIMITED BY SIZE,
            W-KNV-NAME (W-KNV-P)            DELIMITED BY SIZE,
            "-SATZ: "                       DELIMITED BY SIZE,
            W-KNV-SECTION                   DELIMITED BY SPACE,
            " Version "                     DELIMITED BY SIZE,
            W-KNV-VERSION (W-KNV-P)         DELIMITED BY SPACE,
            " aus "                         DELIMITED BY SIZE,
            W-GEN-MODUL                     DELIMITED BY SPACE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE W-GEN-STRICH TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     STRING " FD  "                         DELIMITED BY SIZE,
            W-KNV-NAME (W-KNV-P)            DELIMITED BY SIZE,
            "DAT."                          DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     STRING " 01  "                         DELIMITED BY SIZE,
            W-KNV-NAME (W-KNV-P)            DELIMITED BY SIZE,
            "-SATZ."                        DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     PERFORM VARYING W-KNV-I FROM 1 BY 1
             UNTIL   W-KNV-I > W-KNV-Z-ANZ (W-KNV-P)
         MOVE W-KNV-Z (W-KNV-P, W-KNV-I) TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     END-PERFORM
     .
 D756-99.
     EXIT.

******************************************************************
* B100 des Konvertierungsprogramms: MOVE fuer gleichnamige Felder
* gleichen Typs, danach die Abweichungen als "*** => TODO"-Punkte
* (geaenderte Felder zusaetzlich mit MOVE zur Pruefung)
******************************************************************
 D757-KNV-ZUORDNUNG SECTION.
 D757-00.
     PERFORM D749-DRV-AUS
     MOVE "**  ---> gleichnamige Felder (automatisch zugeordnet)"
       TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     PERFORM VARYING W-KNV-I FROM 1 BY 1
             UNTIL   W-KNV-I > W-KNV-F-ANZ (1)
         MOVE W-KNV-F-PARTNER (1, W-KNV-I) TO W-KNV-J
         IF  W-KNV-J > ZERO
             IF  KNV-F-EINZELN (1, W-KNV-I)
             AND KNV-F-EINZELN (2, W-KNV-J)
             AND W-KNV-F-PIC   (1, W-KNV-I) = W-KNV-F-PIC   (2, W-KNV-J)
             AND W-KNV-F-USAGE (1, W-KNV-I) = W-KNV-F-USAGE (2, W-KNV-J)
                 PERFORM D759-KNV-MOVE
             END-IF
         END-IF
     END-PERFORM

     PERFORM D749-DRV-AUS
     IF  W-KNV-ANZ-AEND + W-KNV-ANZ-NEU + W-KNV-ANZ-WEG = ZERO
         MOVE "**  ---> keine Abweichungen zwischen den Versionen"
           TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
         EXIT SECTION
     END-IF
     STRING "**  ---> Abweichungen "       DELIMITED BY SIZE,
            W-KNV-VERSION (1)              DELIMITED BY SPACE,
            " -> "                         DELIMITED BY SIZE,
            W-KNV-VERSION (2)              DELIMITED BY SPACE,
            ": von Hand umsetzen"          DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS

**  ---> Felder der alten Version: entfallen, Tabelle/REDEFINES
**       oder in Typ/Laenge geaendert
     PERFORM VARYING W-KNV-I FROM 1 BY 1
             UNTIL   W-KNV-I > W-KNV-F-ANZ (1)
         MOVE W-KNV-F-PARTNER (1, W-KNV-I) TO W-KNV-J
         EVALUATE TRUE
             WHEN W-KNV-J = ZERO
                 STRING "*** => TODO entfallen : " DELIMITED BY SIZE,
                        W-KNV-F-NAME (1, W-KNV-I) DELIMITED BY SPACE
                   INTO W-GEN-ZEILE
                 PERFORM D749-DRV-AUS
                 MOVE 1       TO W-KNV-P
                 MOVE W-KNV-I TO W-KNV-K
                 PERFORM D760-KNV-PIC-ZEILE
             WHEN NOT KNV-F-EINZELN (1, W-KNV-I)
             WHEN NOT KNV-F-EINZELN (2, W-KNV-J)
                 STRING "*** => TODO Tabelle   : " DELIMITED BY SIZE,
                        W-KNV-F-NAME (1, W-KNV-I) DELIMITED BY SPACE
                   INTO W-GEN-ZEILE
                 PERFORM D749-DRV-AUS
                 MOVE 1       TO W-KNV-P
                 MOVE W-KNV-I TO W-KNV-K
                 PERFORM D760-KNV-PIC-ZEILE
                 MOVE 2       TO W-KNV-P
                 MOVE W-KNV-J TO W-KNV-K
                 PERFORM D760-KNV-PIC-ZEILE
             WHEN W-KNV-F-PIC   (1, W-KNV-I)
                  NOT = W-KNV-F-PIC   (2, W-KNV-J)
             WHEN W-KNV-F-USAGE (1, W-KNV-I)
                  NOT = W-KNV-F-USAGE (2, W-KNV-J)
                 STRING "*** => TODO Typ/Laenge: " DELIMITED BY SIZE,
                        W-KNV-F-NAME (1, W-KNV-I) DELIMITED BY SPACE
                   INTO W-GEN-ZEILE
                 PERFORM D749-DRV-AUS
                 MOVE 1       TO W-KNV-P
                 MOVE W-KNV-I TO W-KNV-K
                 PERFORM D760-KNV-PIC-ZEILE
                 MOVE 2       TO W-KNV-P
                 MOVE W-KNV-J TO W-KNV-K
                 PERFORM D760-KNV-PIC-ZEILE
                 PERFORM D759-KNV-MOVE
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-PERFORM

**  ---> Felder, die nur die neue Version hat
     PERFORM VARYING W-KNV-J FROM 1 BY 1
             UNTIL   W-KNV-J > W-KNV-F-ANZ (2)
         IF  W-KNV-F-PARTNER (2, W-KNV-J) = ZERO
             STRING "*** => TODO neu       : " DELIMITED BY SIZE,
                    W-KNV-F-NAME (2, W-KNV-J) DELIMITED BY SPACE
               INTO W-GEN-ZEILE
             PERFORM D749-DRV-AUS
             MOVE 2       TO W-KNV-P
             MOVE W-KNV-J TO W-KNV-K
             PERFORM D760-KNV-PIC-ZEILE
         END-IF
     END-PERFORM
     .
 D757-99.
     EXIT.

******************************************************************
* Kontrollsummen-Section einer Version (W-KNV-P): C110-SUMME-ALT
* bzw. C120-SUMME-NEU addiert die numerischen Felder, die in
* beiden Versionen elementar und numerisch vorkommen
******************************************************************
 D758-KNV-SUMMEN SECTION.
 D758-00.
     MOVE W-KNV-P TO D-NUM1
     PERFORM D749-DRV-AUS
     MOVE ALL "*" TO W-GEN-ZEILE (1:66)
     PERFORM D749-DRV-AUS
     STRING "* Kontrollsumme "              DELIMITED BY SIZE,
            W-KNV-NAME (W-KNV-P)            DELIMITED BY SIZE,
            "-SATZ: gemeinsame numerische Felder"
                                            DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE ALL "*" TO W-GEN-ZEILE (1:66)
     PERFORM D749-DRV-AUS
     STRING " C1"                           DELIMITED BY SIZE,
            D-NUM1                          DELIMITED BY SIZE,
            "0-SUMME-"                      DELIMITED BY SIZE,
            W-KNV-NAME (W-KNV-P)            DELIMITED BY SIZE,
            " SECTION."                     DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     STRING " C1"                           DELIMITED BY SIZE,
            D-NUM1                          DELIMITED BY SIZE,
            "0-00."                         DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS

     IF  W-KNV-ANZ-SUMME = ZERO
         MOVE "     CONTINUE" TO W-GEN-ZEILE
         PERFORM D749-DRV-AUS
     END-IF
     PERFORM VARYING W-KNV-I FROM 1 BY 1
             UNTIL   W-KNV-I > W-KNV-F-ANZ (1)
         MOVE W-KNV-F-PARTNER (1, W-KNV-I) TO W-KNV-J
         IF  W-KNV-J > ZERO
             IF  KNV-F-EINZELN (1, W-KNV-I)
             AND KNV-F-EINZELN (2, W-KNV-J)
             AND KNV-F-NUM     (1, W-KNV-I)
             AND KNV-F-NUM     (2, W-KNV-J)
                 STRING "     ADD "                DELIMITED BY SIZE,
                        W-KNV-F-NAME (1, W-KNV-I)  DELIMITED BY SPACE,
                        " OF "                     DELIMITED BY SIZE,
                        W-KNV-NAME (W-KNV-P)       DELIMITED BY SIZE,
                        "-SATZ TO W-SUMME-"        DELIMITED BY SIZE,
                        W-KNV-NAME (W-KNV-P)       DELIMITED BY SIZE
                   INTO W-GEN-ZEILE
                 PERFORM D749-DRV-AUS
             END-IF
         END-IF
     END-PERFORM

     MOVE "     ." TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     STRING " C1"                           DELIMITED BY SIZE,
            D-NUM1                          DELIMITED BY SIZE,
            "0-99."                         DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     MOVE "     EXIT." TO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     .
 D758-99.
     EXIT.

******************************************************************
* MOVE eines Feldes (W-KNV-I) vom Alt- in den Neusatz; die Namen
* sind gleich, daher qualifiziert ueber ALT-SATZ/NEU-SATZ
******************************************************************
 D759-KNV-MOVE SECTION.
 D759-00.
     STRING "     MOVE "                    DELIMITED BY SIZE,
            W-KNV-F-NAME (1, W-KNV-I)       DELIMITED BY SPACE,
            " OF ALT-SATZ"                  DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     STRING "       TO "                    DELIMITED BY SIZE,
            W-KNV-F-NAME (1, W-KNV-I)       DELIMITED BY SPACE,
            " OF NEU-SATZ"                  DELIMITED BY SIZE
       INTO W-GEN-ZEILE
     PERFORM D749-DRV-AUS
     .
 D759-99.
     EXIT.

******************************************************************
* Kommentarzeile zu einem TODO-Punkt: PIC/USAGE eines Feldes
* (W-KNV-K) einer Version (W-KNV-P), dazu OCCURS/REDEFINES
******************************************************************
 D760-KNV-PIC-ZEILE SECTION.
 D760-00.
     MOVE 1 TO W-GEN-STMT-PTR
     STRING "***                     "      DELIMITED BY SIZE,
            W-KNV-NAME (W-KNV-P)            DELIMITED BY SIZE
       INTO W-GEN-ZEILE
       WITH POINTER W-GEN-STMT-PTR
     END-STRING
     IF  W-KNV-F-PIC (W-KNV-P, W-KNV-K) NOT = SPACES
         STRING " PIC "                      DELIMITED BY SIZE,
                W-KNV-F-PIC (W-KNV-P, W-KNV-K) DELIMITED BY SPACE
           INTO W-GEN-ZEILE
           WITH POINTER W-GEN-STMT-PTR
         END-STRING
     END-IF
     IF  W-KNV-F-USAGE (W-KNV-P, W-KNV-K) NOT = SPACES
         STRING " "                          DELIMITED BY SIZE,
                W-KNV-F-USAGE (W-KNV-P, W-KNV-K) DELIMITED BY SPACE
           INTO W-GEN-ZEILE
           WITH POINTER W-GEN-STMT-PTR
         END-STRING
     END-IF
     EVALUATE W-KNV-F-SKIP (W-KNV-P, W-KNV-K)
         WHEN "T"
             STRING " (OCCURS)"              DELIMITED BY SIZE
               INTO W-GEN-ZEILE
               WITH POINTER W-GEN-STMT-PTR
             END-STRING
         WHEN "R"
             STRING " (REDEFINES)"           DELIMITED BY SIZE
               INTO W-GEN-ZEILE
               WITH POINTER W-GEN-STMT-PTR
             END-STRING
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     PERFORM D749-DRV-AUS
     MOVE 1 TO W-GEN-STMT-PTR
     .
 D760-99.
     EXIT.

******************************************************************
