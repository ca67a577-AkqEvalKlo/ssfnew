

*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.10.00
* Kurzbeschreibung :: Checkout / Get
* Package          :: TOOL
* Auftrag          :: SSFNEW-1
*       |          |     | Recall-Auftrag in =SSFRECALL ein
*       |          |     | (C295, LINK-RC 9997) - der Betrieb
*       |          |     | staged per RECALL STAGE zurueck
*G.09.00|2026-10-15| km  | Paralleler Checkout: neues LINK-CMD
*       |          |     | "PM" fuehrt den Drei-Wege-Vergleich
*       |          |     | D280 ueber drei vom Aufrufer genannte
*       |          |     | DATEIEN (Basis-Schnappschuss, inzwischen
*       |          |     | eingecheckter Stand, eigene Arbeits-
*       |          |     | kopie) statt ueber Archiv-Versionen;
*       |          |     | Ergebnisdatei ebenfalls vom Aufrufer
*       |          |     | (LINK-MERGE-BASIS-DATEI/-FREMD-DATEI/
*       |          |     | -EIGEN-DATEI/-ERGEBNIS, s. C287)
*G.10.00|2026-10-15| km  | Escrow-Export: neues LINK-CMD "EX"
*       |          |     | entpackt EINE Version (-V) wie der GET
*       |          |     | (Delta-Rekonstruktion C290, Pruefsummen-
*       |          |     | Kontrolle D125) in die vom Aufrufer in
*       |          |     | LINK-MERGE-ERGEBNIS genannte Datei; liegt
*       |          |     | das Archiv (oder der Delta-Anker) in der
*       |          |     | Kalt-Ablage, wird direkt die Kalt-Kopie
*       |          |     | gelesen statt einen Recall einzureihen
*       |          |     | (C288)
*----------------------------------------------------------------*
*
* Programmbeschreibung
                                                     "LS".
          88 FKT-MERGE                         VALUE "MERGE          "
                                                     "MG".
          88 FKT-PARMERGE                      VALUE "PARMERGE       "
                                                     "PM".
          88 FKT-INTEGRITY                     VALUE "INTEGRITY      "
                                                     "IC".
          88 FKT-EXPORT                        VALUE "EXPORT         "
                                                     "EX".
*            "FS" (Find String) nutzt dieselbe Hol-Pipeline wie "GT"
*            (s. B100-VERARBEITUNG/C250-FIND-TEXT)
     05      OPT-FLAG                PIC X     VALUE SPACE.
     05      W-MERGE-OUT-FNAME   PIC X(08)  VALUE SPACES.
     05      W-MERGE-OUT-LEN     PIC S9(04) COMP VALUE ZERO.
     05      W-MERGE-OUT-ZEILE   PIC X(128) VALUE SPACES.
**          ---> Vergleich bis zum Ende durchgelaufen (Ergebnisdatei
**               geschrieben) - "PM" meldet sonst Abbruch, damit ein
**               gescheiterter Lauf nicht als konfliktfrei gilt
     05      W-MERGE-LAUF-FLAG   PIC X(01)  VALUE SPACE.
          88 W-MERGE-LAUF-OK               VALUE "J".

**          ---> Integritaetsscan (LINK-CMD "IC", s. C285): alle
**               Versionen werden in die Schmierdatei ITGTMP
     05      W-ITG-ANZ           PIC S9(04) COMP VALUE ZERO.
     05      W-ITG-ANZ-ED        PIC ZZZ9.

**          ---> Escrow-Export (LINK-CMD "EX", s. C288): eine Version
**               wird in die vom Aufrufer genannte Datei entpackt;
**               Kalt-Archive werden dabei direkt gelesen
 01          W-EXP-FELDER.
     05      W-EXP-SAVE-REP      PIC X(36)  VALUE SPACES.
     05      W-EXP-SAVE-FKT      PIC X(15)  VALUE SPACES.
     05      W-EXP-LAUF          PIC X(01)  VALUE SPACE.
          88 W-EXP-LAUF-AKTIV              VALUE "J".

 01          W-VERSION-BUFFER.
     05      W-ARC-REL           PIC X      VALUE "G".
     05      W-ARC-H-VERSION     PIC X(02)  VALUE "00".            
*       "IC" = Integritaetsscan: ALLE archivierten Versionen des
*              Moduls in eine Schmierdatei entpacken und pruefen,
*              ohne die Arbeitskopie anzufassen (s. C285)
*       "PM" = Merge beim parallelen Checkout: Drei-Wege-Vergleich
*              wie "MG", aber ueber die in LINK-MERGE-BASIS-DATEI/
*              -FREMD-DATEI/-EIGEN-DATEI genannten Dateien; Ergebnis
*              nach LINK-MERGE-ERGEBNIS, Konflikte in
*              LINK-MERGE-KONFLIKTE (s. C287-PARALLEL-MERGE)
*       "EX" = Escrow-Export: EINE Version (LINK-OPTION "-V") wie
*              beim GET entpacken (inkl. Delta und Pruefsumme), aber
*              in die in LINK-MERGE-ERGEBNIS genannte Datei; Kalt-
*              Archive werden direkt gelesen (s. C288)
     10 LINK-RC                 PIC S9(04) COMP.
*       0    = OK
*       9998 = Pruefsummenfehler (Archivinhalt korrupt, s. D125)
**               identische Module findet (s. C270)
     10 LINK-SIG-CHUNK-ANZ      PIC S9(04) COMP.
     10 LINK-SIG-CHUNK          PIC S9(09) COMP OCCURS 50.
*************************************************************
*         Merge paralleler Checkout (LINK-CMD "PM")         *
*************************************************************
**          ---> voll qualifizierte Dateinamen: gemeinsame Basis
**               (Schnappschuss beim Checkout), inzwischen einge-
**               checkter Stand, eigene Arbeitskopie und Ziel fuer
**               das zusammengefuehrte Ergebnis, s. C287
     10 LINK-MERGE-BASIS-DATEI  PIC X(36).
     10 LINK-MERGE-FREMD-DATEI  PIC X(36).
     10 LINK-MERGE-EIGEN-DATEI  PIC X(36).
     10 LINK-MERGE-ERGEBNIS     PIC X(36).

 PROCEDURE DIVISION USING LINK-REC.

        WHEN "CS"       SET FKT-GET        TO TRUE
        WHEN "LS"       SET FKT-LIST       TO TRUE
        WHEN "MG"       SET FKT-MERGE      TO TRUE
        WHEN "PM"       SET FKT-PARMERGE   TO TRUE
        WHEN "IC"       SET FKT-INTEGRITY  TO TRUE
        WHEN "EX"       SET FKT-EXPORT     TO TRUE
        WHEN OTHER      DISPLAY "Falsches Kommando für ",
                                 K-MODUL,
                                 ": ",

     END-EVALUATE

**--> Merge paralleler Checkout (PM): alle Dateien kommen fertig
**    vom Aufrufer - keine Repository-/Archiv-Dateinamen noetig
     IF FKT-PARMERGE
        PERFORM C287-PARALLEL-MERGE
        EXIT SECTION
     END-IF

**--> Erstellen Dateinamen
     PERFORM H100-FILENAMES
     IF PRG-ABBRUCH
        EXIT SECTION
     END-IF

**--> Escrow-Export (EX): eine Version in die Datei des Aufrufers
**    entpacken - kein Sperren, die Arbeitskopie bleibt unberuehrt
     IF FKT-EXPORT
        PERFORM C288-ESCROW-EXTRACT
        EXIT SECTION
     END-IF

*---> Holen Properties Repository und/oder Checkout
     PERFORM H110-FILE-PROPERTIES
     IF PRG-ABBRUCH
 C280-99.
    EXIT.

******************************************************************
* Merge beim parallelen Checkout (LINK-CMD "PM", Aufruf aus SRCSAFE
* beim CHECKIN eines Parallel-Moduls): dieselbe Drei-Wege-Logik wie
* der Merge-Assistent (D280-COMPARE-MERGE-FILES), aber die drei
* Staende sind schon Dateien - gemeinsame Basis ist der beim
* Checkout gezogene Schnappschuss, "Branch" F der seither von einem
* anderen Entwickler eingecheckte Stand, "Branch" E die eigene
* Arbeitskopie. Kein Archivzugriff, kein Sperren; das Ergebnis geht
* in die vom Aufrufer genannte Datei. Lief der Vergleich nicht bis
* zum Ende durch (Datei nicht zuweisbar), ist das ein Abbruch
* (LINK-RC 9999), nie ein konfliktfreier Merge
******************************************************************
 C287-PARALLEL-MERGE SECTION.
 C287-00.

    MOVE ZERO  TO W-MERGE-ZEILE
    MOVE ZERO  TO W-MERGE-KONFLIKTE
    MOVE ZERO  TO LINK-MERGE-KONFLIKTE
    MOVE SPACE TO W-MERGE-BASE-FLAG, W-MERGE-BR1-FLAG, W-MERGE-BR2-FLAG
    MOVE SPACE TO W-MERGE-LAUF-FLAG

    IF LINK-MERGE-BASIS-DATEI = SPACES
    OR LINK-MERGE-FREMD-DATEI = SPACES
    OR LINK-MERGE-EIGEN-DATEI = SPACES
    OR LINK-MERGE-ERGEBNIS    = SPACES
       DISPLAY "Merge (PM): Basis-, Fremd-, Eigen- und Ergebnis-"
               "Datei muessen angegeben sein"
       SET PRG-ABBRUCH TO TRUE
       EXIT SECTION
    END-IF

    MOVE LINK-REP-FILE (1:8)    TO SRC-FILE
    MOVE "F"                    TO W-MERGE-BRANCH1
    MOVE "E"                    TO W-MERGE-BRANCH2
    MOVE LINK-MERGE-BASIS-DATEI TO W-MERGE-BASE-FILE
    MOVE LINK-MERGE-FREMD-DATEI TO W-MERGE-BR1-FILE
    MOVE LINK-MERGE-EIGEN-DATEI TO W-MERGE-BR2-FILE

    PERFORM D280-COMPARE-MERGE-FILES

    IF NOT W-MERGE-LAUF-OK
       SET PRG-ABBRUCH TO TRUE
       EXIT SECTION
    END-IF

    MOVE W-MERGE-KONFLIKTE TO LINK-MERGE-KONFLIKTE
    .
 C287-99.
    EXIT.

******************************************************************
* Escrow-Export (LINK-CMD "EX"): die per -V gewaehlte Version
* (s. H101) ueber die GET-Kommandokette (D110-UNZIP/D120-RENAME)
* in die Datei LINK-MERGE-ERGEBNIS entpacken - Delta-Versionen
* werden wie beim GET zusammengesetzt (C290), danach laeuft die
* Pruefsummen-Kontrolle (D125, LINK-RC 9998 bei Abweichung).
* Anders als beim GET wird fuer ein Archiv in der Kalt-Ablage
* kein Recall eingereiht: der Export liest die Kalt-Kopie direkt
* (=SSFRARCH OFFLINE_ORT), das Archiv bleibt offline. P-REP-FILE
* und FKT-FLAG werden wie beim Integritaetsscan umgebogen und
* hinterher wiederhergestellt
******************************************************************
 C288-ESCROW-EXTRACT SECTION.
 C288-00.

    IF LINK-MERGE-ERGEBNIS = SPACES
       DISPLAY "Export (EX): Zieldatei muss angegeben sein"
       SET PRG-ABBRUCH TO TRUE
       EXIT SECTION
    END-IF

    MOVE P-REP-FILE          TO W-EXP-SAVE-REP
    MOVE FKT-FLAG            TO W-EXP-SAVE-FKT
    SET  FKT-GET             TO TRUE
    SET  W-EXP-LAUF-AKTIV    TO TRUE
    MOVE LINK-MERGE-ERGEBNIS TO P-REP-FILE

*--> Archiv offline (Kalt-Ablage)? Dann direkt die Kalt-Kopie
    IF H-OFF-KZ = "C"
       MOVE H-OFF-ORT TO P-ARC-FILE
    END-IF

*--> evtl. Rest eines frueheren Laufs wegputzen (Fehler egal)
    MOVE P-REP-FILE TO ASS-FNAME
    ENTER TAL "WT^PURGE" USING ASS-FSTATUS,
                               ASS-FNAME

*--> Unzip Archiv
    PERFORM D110-UNZIP

*--> Delta-Archiv? Dann Anker entpacken und Version wieder
*    zusammensetzen (s. C290)
    IF  NOT PRG-ABBRUCH
    AND H-DLT-KZ = "D"
       PERFORM C290-RECONSTRUCT-DELTA
    END-IF

*--> entpackte Datei auf die Zieldatei umbenennen
    IF NOT PRG-ABBRUCH
       PERFORM D120-RENAME
    END-IF

*--> Pruefsumme kontrollieren
    IF NOT PRG-ABBRUCH
       MOVE P-REP-FILE TO P-SRC-FILE
       PERFORM D125-VERIFY-CHECKSUM
    END-IF

    MOVE W-EXP-SAVE-REP TO P-REP-FILE
    MOVE W-EXP-SAVE-FKT TO FKT-FLAG
    MOVE SPACE          TO W-EXP-LAUF
    .
 C288-99.
    EXIT.

******************************************************************
* Integritaetsscan (LINK-CMD "IC"): ALLE archivierten Versionen
* des Moduls nacheinander ueber die GET-Kommandokette (D110-UNZIP/
        EXIT SECTION
     END-IF
     PERFORM H102-RESOLVE-ARCFILE

**--> beim Escrow-Export (s. C288) darf auch der Anker in der Kalt-
**    Ablage liegen - dann wird direkt die Kalt-Kopie entpackt
     IF W-EXP-LAUF-AKTIV
        PERFORM S265-SELECT-DELTA-INFO
        IF H-OFF-KZ = "C"
           MOVE H-OFF-ORT TO P-ARC-FILE
        END-IF
     END-IF

     PERFORM D110-UNZIP
     IF PRG-ABBRUCH
        EXIT SECTION
    OPEN INPUT MRGBR2

*--> zusammengefuehrte Arbeitskopie im Checkout-Subvolume anlegen
*    (wie die GET-Arbeitskopie, Dateiname mit Endbuchstabe "M");
*    beim parallelen Checkout (PM) gibt der Aufrufer das Ziel vor
    IF FKT-PARMERGE
       MOVE LINK-MERGE-ERGEBNIS TO W-MERGE-OUT-FILE
    ELSE
       MOVE COU-FILE TO W-MERGE-OUT-FNAME
       ENTER TAL "String^Laenge" USING  W-MERGE-OUT-FNAME, 8
                                 GIVING W-MERGE-OUT-LEN
       MOVE "M" TO W-MERGE-OUT-FNAME (W-MERGE-OUT-LEN:1)
       MOVE SPACES TO W-MERGE-OUT-FILE
       STRING COU-VOL           DELIMITED BY SPACE,
              "."               DELIMITED BY SIZE,
              COU-SVOL          DELIMITED BY SPACE,
              "."               DELIMITED BY SIZE,
              W-MERGE-OUT-FNAME DELIMITED BY SPACE
       INTO   W-MERGE-OUT-FILE
    END-IF

    MOVE  W-MERGE-OUT-FILE  TO ASS-FNAME
    MOVE  ZERO              TO ASS-FSTATUS
    CLOSE MRGBR1
    CLOSE MRGBR2
    CLOSE MRGOUT
    SET W-MERGE-LAUF-OK TO TRUE

    DISPLAY " "
    IF W-MERGE-KONFLIKTE = ZERO
