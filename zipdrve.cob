

*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: A.00.02
* Kurzbeschreibung :: Driver fuer SSF-Ziproutinen
*
* Aenderungen (Version und Datum in Variable K-PROG-START aendern)
*       |          |     | hinter ENV-REP-FILE-LEN, ein kuerzerer
*       |          |     | Spiegel wuerde hinter dem Satzende
*       |          |     | ueberschrieben bekommen
*A.00.02|2026-10-15| km  | PRUNE beachtet den Legal Hold (=SSFHOLD,
*       |          |     | SRCSAFE HOLD): Versionen eines gesperrten
*       |          |     | Moduls, Auftrags oder Zeitraums werden
*       |          |     | weder entfernt noch als Kandidat gefuehrt,
*       |          |     | sondern als gesperrt gelistet (C630/S230)
*----------------------------------------------------------------*
*
* Programmbeschreibung

     05      C4-RETAIN-TAGE      PIC S9(04) COMP.

     05      C9-HOLD             PIC S9(09) COMP.

*--------------------------------------------------------------------*
* Display-Felder: Präfix D
*--------------------------------------------------------------------*
          88 SSFRMETA-OK                       VALUE ZERO.
          88 SSFRMETA-NOK                      VALUE 1.

     05      SSFHOLD-FLAG            PIC 9     VALUE ZERO.
          88 SSFHOLD-FREI                      VALUE ZERO.
          88 SSFHOLD-GESPERRT                  VALUE 1.

*--------------------------------------------------------------------*
* weitere Arbeitsfelder
*--------------------------------------------------------------------*
     05      H-SOURCE-MODUL      PIC X(26).
     05      H-ZPINS             PIC X(22).
     05      H-RETAIN-TAGE       PIC X(03).
     05      H-HOLD-ANZ          PIC S9(09) COMP.

******************************************************************
* Im Folgenden mit dem INVOKE-Befehl die Tabellenstruktur-

     MOVE ZERO TO C9-COUNT
     MOVE ZERO TO C9-ANZ
     MOVE ZERO TO C9-HOLD

     DISPLAY " "
     IF STUP-DEC-CONFIRM
        DISPLAY ">>> PRUNE: " D-NUM9 " Version(en) wuerden entfernt ",
                "(CONFIRM fehlt)"
     END-IF
     IF C9-HOLD > ZERO
        MOVE C9-HOLD TO D-NUM9
        DISPLAY ">>> PRUNE: " D-NUM9 " Version(en) wegen Legal Hold ",
                "behalten (SRCSAFE HOLD LIST)"
     END-IF
     .
 C600-99.
     EXIT.
     PERFORM UNTIL SSFRARCH-OLD-NOK
                OR  PRG-ABBRUCH

        PERFORM C630-CHECK-LEGAL-HOLD

        EVALUATE TRUE
           WHEN PRG-ABBRUCH       CONTINUE
           WHEN SSFHOLD-GESPERRT  CONTINUE
           WHEN STUP-DEC-CONFIRM  PERFORM C620-PURGE-VERSION
           WHEN OTHER             PERFORM C615-LIST-CANDIDATE
        END-EVALUATE

        PERFORM S210-FETCH-SSFRARCH-OLD-CURSOR

 C620-99.
     EXIT.

******************************************************************
* PRUNE: Legal Hold pruefen - eine Version, deren Modul, Auftrag
*        oder Zeitpunkt unter einem aktiven Hold (=SSFHOLD, Pflege
*        per SRCSAFE HOLD) steht, wird nicht entfernt, sondern als
*        gesperrt gelistet
******************************************************************
 C630-CHECK-LEGAL-HOLD SECTION.
 C630-00.
     SET SSFHOLD-FREI TO TRUE
     PERFORM S230-COUNT-SSFHOLD

     IF H-HOLD-ANZ > ZERO
        SET SSFHOLD-GESPERRT TO TRUE
        ADD 1 TO C9-HOLD
        DISPLAY " >> Legal Hold, bleibt: ",
                SOURCE-MODUL OF SSFRARCH " ",
                VERSION      OF SSFRARCH " -> ",
                ARCHIV-MODUL OF SSFRARCH
     END-IF
     .
 C630-99.
     EXIT.


******************************************************************
* Initialisierung von Feldern und Strukturen
 S220-99.
     EXIT.

******************************************************************
* Anzahl aktiver Legal Holds auf die aktuelle Version (Funktion
* PRUNE): Modul-Hold auf das Modul, Auftrags-Hold auf den Auftrag
* der Version, Zeitraum-Hold ueber den Zeitpunkt der Version
******************************************************************
 S230-COUNT-SSFHOLD SECTION.
 S230-00.
     MOVE ZERO TO H-HOLD-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :H-HOLD-ANZ
           FROM  =SSFHOLD H
          WHERE   H.HOLD_STATUS = "AK"
          AND     H.ENDE_DATUM >= CURRENT YEAR TO DAY
          AND     (   (    H.HOLD_ART  = "M"
                       AND H.HOLD_WERT = :SOURCE-MODUL OF SSFRARCH)
                   OR EXISTS
              (SELECT  R.VERSION
                 FROM  =SSFRARCH R
                WHERE  R.SOURCE_MODUL = :SOURCE-MODUL OF SSFRARCH
                AND    R.VERSION      = :VERSION      OF SSFRARCH
                AND    R.ZPINS        = :ZPINS        OF SSFRARCH
                           TYPE AS DATETIME YEAR TO FRACTION(2)
                AND    (   (    H.HOLD_ART = "A"
                            AND R.AUFTRAG  = H.HOLD_WERT)
                        OR (    H.HOLD_ART = "D"
                            AND R.ZPINS year to day
                                between H.DATUM_VON
                                    and H.DATUM_BIS))))
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
        WHEN ZERO   CONTINUE
        WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                    DISPLAY " >> Fehler beim Lesen SSFHOLD: " D-NUM4
                    SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S230-99.
     EXIT.

******************************************************************
* Transaktionsbegrenzungen
******************************************************************
