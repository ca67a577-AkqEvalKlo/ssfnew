

*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.10.00
* Kurzbeschreibung :: Testdriver fuer SSF-Modul SSFCOU0
*
* Aenderungen (Version und Datum in Variable K-PROG-START aendern)
*       |          |     | die neue Tabelle =SSFPROGRESS -
*       |          |     | anzeigbar ueber das SRCSAFE-Kommando
*       |          |     | PROGRESS (s. D180/D181)
*G.10.00|2026-10-15| km  | Spiegel des SSFCOU0M-LINK-REC um die
*       |          |     | Merge-Dateinamen des parallelen
*       |          |     | Checkouts (LINK-CMD "PM") erweitert
*----------------------------------------------------------------*
*
* Programmbeschreibung
**               C270-COMPUTE-SIGNATURE
     10 LINK-SIG-CHUNK-ANZ      PIC S9(04) COMP.
     10 LINK-SIG-CHUNK          PIC S9(09) COMP OCCURS 50.
     10 LINK-MERGE-BASIS-DATEI  PIC X(36).
     10 LINK-MERGE-FREMD-DATEI  PIC X(36).
     10 LINK-MERGE-EIGEN-DATEI  PIC X(36).
     10 LINK-MERGE-ERGEBNIS     PIC X(36).

 EXTENDED-STORAGE SECTION.

