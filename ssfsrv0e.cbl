

*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.03.00
* Kurzbeschreibung :: Service-Fassade: SRCSAFE-Kernfunktionen
* Kurzbeschreibung :: ueber die LINK-REC-Schnittstelle der
* Kurzbeschreibung :: SSF-Module (Request/Reply, auch als
*       |          |     | bleibt dem Dialog/Startup-Weg von
*       |          |     | SRCSAFE vorbehalten. CO setzt weiter
*       |          |     | Sperre und ZP_CHECKOUT
*G.02.00|2026-10-15| km  | Spiegel des SSFCOU0M-LINK-REC um die
*       |          |     | Merge-Dateinamen des parallelen
*       |          |     | Checkouts (LINK-CMD "PM") erweitert
*G.03.00|2026-10-15| km  | Ereignisse zu einem Modul verwerfen dessen
*       |          |     | Kurzbild in SRCSAFE (=SSFMSUM) - SRCSAFE
*       |          |     | liest dann bis zum Neuaufbau (VERWALTUNG
*       |          |     | MODSUM) wieder die Historie
*----------------------------------------------------------------*
*
* Programmbeschreibung
      10     COU-LINK-MERGE-KONFLIKTE PIC S9(05) COMP.
      10     COU-LINK-SIG-CHUNK-ANZ PIC S9(04) COMP.
      10     COU-LINK-SIG-CHUNK  PIC S9(09) COMP OCCURS 50.
      10     COU-LINK-MERGE-BASIS-DATEI PIC X(36).
      10     COU-LINK-MERGE-FREMD-DATEI PIC X(36).
      10     COU-LINK-MERGE-EIGEN-DATEI PIC X(36).
      10     COU-LINK-MERGE-ERGEBNIS PIC X(36).

 EXTENDED-STORAGE SECTION.

     MOVE SPACES    TO KOMMENTAR    OF SSPROT
     MOVE "[SRV] Service-Aufruf" TO KOMMENTAR OF SSPROT
     PERFORM U100-BEGIN
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
