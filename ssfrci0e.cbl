

*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: H.01.01
* Kurzbeschreibung :: Sicherung/Wiederherstellung Repository-
* Kurzbeschreibung :: Index (SSFRARCH) in/aus CSV-Dateien
*
*       |          |     | Fehler ab, statt ueber MOD stillschweigend
*       |          |     | die falsche (juengere) Generation zu
*       |          |     | liefern
*H.01.00|2026-10-15| km  | Neues LINK-CMD "GN" (Generationsname):
*       |          |     | liefert ohne SQL-Zugriff den Namen der
*       |          |     | History-Generation LINK-GEN-NR zu einem
*       |          |     | voll qualifizierten Repository-File
*       |          |     | (fuer den Notbetrieb von SRCSAFE ohne
*       |          |     | SQL-Katalog)
*H.01.01|2026-10-15| km  | Ereignisse zu einem Modul verwerfen dessen
*       |          |     | Kurzbild in SRCSAFE (=SSFMSUM) - SRCSAFE
*       |          |     | liest dann bis zum Neuaufbau (VERWALTUNG
*       |          |     | MODSUM) wieder die Historie
*----------------------------------------------------------------*
*
* Programmbeschreibung
* Rotationszeitraums von K-GEN-ANZAHL Tagen). ZERO = juengste
* (heutige) Generation, wie bisher.
*
*
* Funktion Generationsname ("GN")
* -------------------------------
*
* Liefert zu einem voll qualifizierten Repository-File
* (LINK-REP-FILE) und einer Generationenziffer (LINK-GEN-NR, 1 bis
* K-GEN-ANZAHL) den Namen des zugehoerigen History-Files im Archiv
* (LINK-HST-FILE) sowie die Anzahl der Generationen
* (LINK-GEN-ANZAHL). Es findet weder ein SQL-Zugriff noch ein
* Dateizugriff statt - die Funktion ist auch dann nutzbar, wenn der
* SQL-Katalog nicht verfuegbar ist (Notbetrieb SRCSAFE).
*
******************************************************************

 ENVIRONMENT DIVISION.
          88 FKT-SAVE                          VALUE "SAVEIND        ".
          88 FKT-RECOVER                       VALUE "RECIND         ".
          88 FKT-TEST                          VALUE "TESTIND        ".
          88 FKT-GENNAME                       VALUE "GENNAME        ".

 01          PERM-SCHALTER.
     05      INIT-STATUS         PIC 9       VALUE ZERO.
*              wie bei "RI" aus dem Archiv geholt, aber statt in
*              SSFRARCH eingespielt wird nur die Satzanzahl gegen
*              den aktuellen SSFRARCH-Bestand des Moduls verglichen)
*       "GN" = Generationsname (ohne SQL): Name des History-Files der
*              Generation LINK-GEN-NR zu LINK-REP-FILE (voll
*              qualifiziert) in LINK-HST-FILE zurueckgeben
     10 LINK-RC                 PIC S9(04) COMP.
*       0    = OK
*       100  = Restore-Selbsttest: Satzanzahl HFILE <> SSFRARCH
*       Stichtag (JJJJMMTT) fuer Point-in-Time-Restore bei "RI"/"TI";
*       ZERO = juengste (heutige) Generation (Standard)
     10 LINK-REST-DATUM         PIC 9(08).
*       nur "GN": gewuenschte Generation (1 bis LINK-GEN-ANZAHL)
     10 LINK-GEN-NR             PIC 9(01).
*       nur "GN": Rueckgabe Anzahl Generationen (K-GEN-ANZAHL)
     10 LINK-GEN-ANZAHL         PIC 9(01).
*       nur "GN": Rueckgabe voll qualifizierter History-Dateiname
     10 LINK-HST-FILE           PIC X(36).

 PROCEDURE DIVISION USING LINK-REC.

     PERFORM C000-INIT

**  ---> Beim ersten Mal holen SSFR-Metadaten
**  ---> (nicht fuer "GN" - muss auch ohne SQL-Katalog gehen)
     IF INIT-OK
     OR LINK-CMD = "GN"
        CONTINUE
     ELSE
        PERFORM S100-SELECT-SSFRMETA
        WHEN "RI"       SET FKT-RECOVER    TO TRUE
        WHEN "SI"       SET FKT-SAVE       TO TRUE
        WHEN "TI"       SET FKT-TEST       TO TRUE
        WHEN "GN"       SET FKT-GENNAME    TO TRUE
        WHEN OTHER      DISPLAY "Falsches Kommando für ",
                                 K-MODUL,
                                 ": ",

     END-EVALUATE

**--> Generationsname braucht weder SSFRMETA noch H100
     IF FKT-GENNAME
        PERFORM C400-GENNAME
        EXIT SECTION
     END-IF

**--> Erstellen Dateinamen
     PERFORM H100-FILENAMES
     IF PRG-ABBRUCH
 C300-99.
     EXIT.

******************************************************************
* Generationsname: History-Dateiname der Generation LINK-GEN-NR zu
* einem voll qualifizierten Repository-File (ohne SQL-Zugriff, fuer
* den Notbetrieb von SRCSAFE)
******************************************************************
 C400-GENNAME SECTION.
 C400-00.

     MOVE K-GEN-ANZAHL          TO LINK-GEN-ANZAHL
     MOVE SPACES                TO LINK-HST-FILE

**--> Generation muss im Rotationsfenster liegen
     IF  LINK-GEN-NR NOT NUMERIC
     OR  LINK-GEN-NR < 1
     OR  LINK-GEN-NR > K-GEN-ANZAHL
         DISPLAY "Ungueltige Generation fuer ", K-MODUL, ": ",
                 LINK-GEN-NR
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

**--> Repository-File muss voll qualifiziert sein ($VOL.SVOL.FILE)
     MOVE SPACES TO HST-VOL HST-SVOL HST-FILE
     UNSTRING LINK-REP-FILE DELIMITED BY "."
     INTO    HST-VOL
           , HST-SVOL
           , HST-FILE

     IF  HST-SVOL = SPACE
     OR  HST-FILE = SPACE
         DISPLAY "Repository-File nicht voll qualifiziert: ",
                 LINK-REP-FILE
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

*    Ersetzen Suffix durch Generationenziffer (wie H100)
     MOVE  LINK-GEN-NR          TO W-GENERATION
     MOVE  W-GENERATION         TO W-GEN-CHAR
     ENTER TAL "String^Laenge" USING  HST-FILE, 8
                               GIVING LINK-REP-FILE-LEN
     MOVE  W-GEN-CHAR           TO HST-FILE(LINK-REP-FILE-LEN:1)
*    Vollen Dateiname bauen
     STRING HST-VOL      DELIMITED BY SPACE,
            "."          DELIMITED BY SIZE,
            HST-SVOL     DELIMITED BY SPACE,
            "."          DELIMITED BY SIZE,
            HST-FILE     DELIMITED BY SPACE
     INTO   LINK-HST-FILE
     .
 C400-99.
     EXIT.


******************************************************************
* Erstellen Write Buffer
******************************************************************
 S140-INSERT-SSFRARCH SECTION.
 S140-00.
**  ---> Modul-Kurzbild in SRCSAFE (=SSFMSUM) verwerfen - bis zum
**       Neuaufbau (VERWALTUNG MODSUM) liest SRCSAFE die Historie
     EXEC SQL
         DELETE
           FROM  =SSFMSUM
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSFRARCH
     END-EXEC
     EXEC SQL
         INSERT
           INTO  =SSFRARCH
