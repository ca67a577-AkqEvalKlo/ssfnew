

*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: A.02.02
* Kurzbeschreibung :: ??? ProgGen ??
*
* Aenderungen (Version und Datum in Variable K-PROG-START aendern)
*       |          |     | die Begrenzung leistet das Schutzgitter
*       |          |     | D600-CHECK-UNBOUNDED (verankertes
*       |          |     | Praedikat bzw. bewusstes "-F")
*A.02.02|2026-10-15| km  | Ereignisse zu einem Modul verwerfen dessen
*       |          |     | Kurzbild in SRCSAFE (=SSFMSUM) - SRCSAFE
*       |          |     | liest dann bis zum Neuaufbau (VERWALTUNG
*       |          |     | MODSUM) wieder die Historie
*----------------------------------------------------------------*
*
* Programmbeschreibung
******************************************************************
 S220-INSERT-BRANCH SECTION.
 S220-00.
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
******************************************************************
 S230-DELETE-VERSION SECTION.
 S230-00.
**  ---> Modul-Kurzbild in SRCSAFE (=SSFMSUM) verwerfen - bis zum
**       Neuaufbau (VERWALTUNG MODSUM) liest SRCSAFE die Historie
     EXEC SQL
         DELETE
           FROM  =SSFMSUM
          WHERE  SOURCE_MODUL = :H-SOURCE-MODUL
     END-EXEC
     EXEC SQL
         DELETE
           FROM  =SSFRARCH
