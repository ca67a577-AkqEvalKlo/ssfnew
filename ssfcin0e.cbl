

*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Sicherung/Wiederherstellung Repository-
* Kurzbeschreibung :: Index (SSFRARCH) in/aus CSV-Dateien
* Package          :: TOOL
*----------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                             *
*-------|----------|-----|---------------------------------------*
*G.01.01|2026-10-15| km  | Ereignisse zu einem Modul verwerfen dessen
*       |          |     | Kurzbild in SRCSAFE (=SSFMSUM) - SRCSAFE
*       |          |     | liest dann bis zum Neuaufbau (VERWALTUNG
*       |          |     | MODSUM) wieder die Historie
*----------------------------------------------------------------*
*G.01.00|2026-09-02| km  | - Delta-Speicherung: liegt die Version
*       |          |     |   nicht auf einem Anker-Intervall
*       |          |     |   (K-DELTA-INTERVALL, 0 = aus), wird
******************************************************************
 S210-INSERT-SSFRARCH SECTION.
 S210-00.
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
