

*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.03.00
* Kurzbeschreibung :: Nightly Backup + Restore-Selbsttest SSFRARCH
* Auftrag          :: SSFNEW1
* Package          :: TOOL
*       |          |     | (gesamt/erledigt/aktuelles Modul) -
*       |          |     | anzeigbar ueber das SRCSAFE-Kommando
*       |          |     | PROGRESS (s. D180/D181)
*G.03.00|2026-10-15| km  | LINK-REC an SSFRCI0M H.01.00 angepasst
*       |          |     | (LINK-GEN-NR, LINK-GEN-ANZAHL,
*       |          |     | LINK-HST-FILE fuer LINK-CMD "GN")
*G.00.00|2026-08-08| kl  | Neuerstellung
*----------------------------------------------------------------*
*
*       Stichtag (JJJJMMTT) fuer Point-in-Time-Restore; ZERO = juengste
*       (heutige) Generation
     10 LINK-REST-DATUM         PIC 9(08).
*       nur "GN" (Generationsname) - hier nicht benutzt
     10 LINK-GEN-NR             PIC 9(01).
     10 LINK-GEN-ANZAHL         PIC 9(01).
     10 LINK-HST-FILE           PIC X(36).

 EXTENDED-STORAGE SECTION.

