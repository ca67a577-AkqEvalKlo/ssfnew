?SEARCH  =ASC2EBC
?SEARCH  =EBC2ASC
?SEARCH  =WSYS022
?SEARCH  =HCDAY

?SEARCH  =SSFPHD1



*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.20.02
* Kurzbeschreibung :: Driver für Prozess-Handler SSFPHD1M
* Auftrag          :: SSFNEW1
* Package          :: TOOL
*       |          |     | gewaehlte Empfaenger wandert mit in die
*       |          |     | =SSFCHIST-Zeile (Spalte ALARM_AN) -
*       |          |     | s. C300/C320
*G.14.00|2026-10-15| km  | Vorbedingungen je Kette aus der neuen
*       |          |     | Tabelle =SSFCDEP: andere Kette heute
*       |          |     | erfolgreich beendet (VOR_TYP "K") bzw.
*       |          |     | Datei angekommen und seit STABIL_MIN
*       |          |     | Minuten unveraendert (VOR_TYP "D");
*       |          |     | bis MAX_WARTE_MIN wird gewartet, danach
*       |          |     | Abbruch mit Fehleralarm (neue Stufe
*       |          |     | VORBEDINGUNG) - s. C400. Start und Ende
*       |          |     | jeder Kette werden als Kettenmarke
*       |          |     | (LFDNR 0, DRYRUN "K") in =SSFCHIST
*       |          |     | nachgewiesen (s. C250)
*G.15.00|2026-10-15| km  | Datumssymbole im Startup-Text der
*       |          |     | Kettenschritte (&RUNDATE, &PREVBDAY,
*       |          |     | &NEXTBDAY, &MONTHEND, &YYYYMM), aufge-
*       |          |     | loest beim Schrittstart (C260-C263);
*       |          |     | der aufgeloeste Startup-Text und das
*       |          |     | Laufdatum gehen in =SSFCHIST (Spalten
*       |          |     | PRG_STU/RUN_DATUM), ein Restart nimmt
*       |          |     | das Laufdatum des abgebrochenen Laufs
*G.16.00|2026-10-15| km  | Fehleralarm-Mail aus Mail-Vorlagen in
*       |          |     | =SSTEXT (BEREICH "MAIL", KATEGORIE
*       |          |     | KT-WARN/KT-ALARM/KT-KRIT/KT-SLA/KT-VORB
*       |          |     | je Eskalationsstufe, Sprache aus
*       |          |     | =SSPARM "MAILSPR", Vorgabe DE) mit
*       |          |     | Platzhaltern @ANWENDUNG@, @MODUL@,
*       |          |     | @FUNKTION@, @LFDNR@, @SERIE@, @DATUM@;
*       |          |     | ohne Vorlage die bisherigen Texte
*       |          |     | (C330-C337, Vorschau in SRCSAFE per
*       |          |     | VERWALTUNG MAILTEXT)
*G.17.00|2026-10-15| km  | Fehlerklassifikation fehlgeschlagener
*       |          |     | Kettenschritte: die OUT-Datei des Schritts
*       |          |     | wird gegen den Fehlerkatalog =SSFFKAT
*       |          |     | (Muster, Klasse, Massnahme, Restart J/N;
*       |          |     | Pflege VERWALTUNG FAILCAT in SRCSAFE)
*       |          |     | geprueft, niedrigste KAT_NR gewinnt
*       |          |     | (C270-C275); Klasse, Massnahme und
*       |          |     | Restart-Empfehlung gehen in den
*       |          |     | Fehleralarm, Klasse/Katalog-Nr./Restart
*       |          |     | in =SSFCHIST (FEHLER_KLASSE, FEHLER_NR,
*       |          |     | RESTART_OK) - Report LIST FAILCAUSE
*G.18.00|2026-10-15| km  | Benannte Ressourcen je Kettenschritt
*       |          |     | (=SSFRESDEF, Modus X exklusiv / S
*       |          |     | gemeinsam): vor dem Schritt Anmeldung
*       |          |     | und Belegung in =SSFRESLK, Warten mit
*       |          |     | Grenze, bei Zeitablauf Abbruch mit
*       |          |     | Fehleralarm Stufe RESSOURCE (KT-RES);
*       |          |     | Freigabe nach dem Schritt bei Erfolg
*       |          |     | wie Fehler (C280-C285) - Anzeige per
*       |          |     | LIST RESLOCK in SRCSAFE
*G.19.00|2026-10-15| km  | Entscheidungspunkte in der Kette
*       |          |     | (SSFRFDEF.SCHRITT_TYP "G"): Kette haelt
*       |          |     | an, meldet den Punkt in =SSFGATE an und
*       |          |     | benachrichtigt die Bereitschaft (Stufe
*       |          |     | GATE, KT-GATE); Entscheidung FORTSETZEN/
*       |          |     | ABBRECHEN mit Kommentar per SRCSAFE
*       |          |     | VERWALTUNG GATE, nach Wartezeit
*       |          |     | (PRG_TIMEOUT) Standardaktion
*       |          |     | GATE_STANDARD samt =SSPROT-Eintrag
*       |          |     | (C290-C294); Entscheidung, Entscheider
*       |          |     | und Kommentar in =SSFCHIST
*G.20.00|2026-10-15| km  | Kontrollsummen der Kettenschritte: Zeile
*       |          |     | "SSFCTL EIN=n AUS=n SUMME=n" in der OUT-
*       |          |     | Datei des Schritts wird gelesen und in
*       |          |     | =SSFCHIST abgelegt (KTR_KZ, KTR_EIN,
*       |          |     | KTR_AUS, KTR_SUMME); Abstimmungsregel je
*       |          |     | Schritt in =SSFRFDEF (ABST_LFDNR,
*       |          |     | ABST_FELD, ABST_REF_FELD, ABST_TOLERANZ)
*       |          |     | gegen einen frueheren Schritt desselben
*       |          |     | Laufs, Abweichung gilt als Fehlschlag
*       |          |     | (LFDNR_NOK bzw. Abbruch mit Fehleralarm
*       |          |     | Stufe ABSTIMMUNG, KT-ABST); Ergebnis in
*       |          |     | =SSFCHIST.ABST_ERGEBNIS (C500-C506) -
*       |          |     | Report LIST CTRLTOTAL in SRCSAFE
*G.20.01|2026-10-15| km  | Datumssymbole: Geschaeftstag = Montag
*       |          |     | bis Freitag, Feiertage werden nicht
*       |          |     | beruecksichtigt;
*       |          |     | nicht bestimmbares Datum = Schritt nicht
*       |          |     | starten, Fehlschlag mit Fehlerklasse
*       |          |     | DATUMSSYMBOL und Alarm (C264); Kettenmarke
*       |          |     | Ende ohne Startmarke mit Dauer 0 (C250)
*G.20.02|2026-10-15| km  | Datumssymbole: jedes Kandidatendatum wird
*       |          |     | ueber HCDAY (Funktion "X") geprueft
*       |          |     | (C265-CALL-HCDAY), ungueltiges Datum ist
*       |          |     | kein Geschaeftstag; Feiertage weiterhin
*       |          |     | nicht beruecksichtigt
*----------------------------------------------------------------*
*
* Programmbeschreibung
*                        ohne Histfile-Parameter (Kennzeichnung per
*                        Spalte DRYRUN).
*
* Vorbedingungen: sind fuer die Kette (ANWENDUNG "PHDDRV1O" +
* Funktion) Zeilen in =SSFCDEP gepflegt, startet der erste Schritt
* erst, wenn alle erfuellt sind (s. C400-CHECK-VORBEDINGUNGEN):
*         VOR_TYP "K" = Kette VOR_FUNKTION ist heute erfolgreich
*                        beendet (Kettenmarke in =SSFCHIST, s. C250)
*         VOR_TYP "D" = Datei VOR_DATEI ist vorhanden und seit
*                        STABIL_MIN Minuten nicht mehr geaendert
* Offene Vorbedingungen werden jede Minute neu geprueft, hoechstens
* MAX_WARTE_MIN Minuten lang; danach wird die Kette mit Fehleralarm
* (Stufe VORBEDINGUNG) abgebrochen, ohne einen Schritt zu starten.
*
* Datumssymbole: im Startup-Text (SSFRFDEF.PRG_STU) werden beim
* Schrittstart ersetzt (Format JJJJMMTT, s. C261-STU-SYMBOLE):
*         &RUNDATE    = Laufdatum der Kette
*         &PREVBDAY   = voriger Geschaeftstag
*         &NEXTBDAY   = naechster Geschaeftstag
*         &MONTHEND   = letzter Geschaeftstag des Monats
*         &YYYYMM     = Jahr und Monat (JJJJMM) des Laufdatums
* Geschaeftstag ist jeder Montag bis Freitag, dessen Datum HCDAY
* (Funktion "X") als gueltig bestaetigt; Feiertage werden nicht
* beruecksichtigt. Das Laufdatum ist der Starttag der Kette; bei
* einem Restart (Start-LFDNR) gilt das Laufdatum des abgebrochenen
* Laufs (RUN_DATUM der juengsten Kettenmarke, s. C260). Der aufge-
* loeste Startup-Text steht je Schritt in =SSFCHIST (Spalte
* PRG_STU). Laesst sich ein benutztes Datum nicht bestimmen, wird
* der Schritt nicht gestartet und gilt als fehlgeschlagen (Fehler-
* klasse DATUMSSYMBOL, s. C264).
*
* Fehlerklassifikation: schlaegt ein Schritt fehl, wird seine OUT-
* Datei (SSFRFDEF.PRG_OUTF, vor dem Zippen ins Tagesarchiv) gegen
* den Fehlerkatalog =SSFFKAT geprueft (s. C270-FEHLER-KLASSIFIZIE-
* REN). Jeder aktive Katalogeintrag ist ein Textmuster (ohne
* Beachtung der Gross-/Kleinschreibung) mit Fehlerklasse, Massnahme
* und Kennzeichen "Restart unbedenklich"; bei mehreren Treffern
* gilt die niedrigste KAT_NR. Klasse, Massnahme und Restart-
* Empfehlung stehen im Fehleralarm, Klasse/KAT_NR/Restart in
* =SSFCHIST. Ohne Treffer lautet die Klasse UNBEKANNT, ohne
* lesbare OUT-Datei OHNE OUT-DATEI bzw. OUT NICHT LESBAR. Pflege
* des Katalogs und Auswertung per SRCSAFE (VERWALTUNG FAILCAT,
* LIST FAILCAUSE).
*
* Ressourcen: Schritte verschiedener Ketten, die dieselben Bestaende
* bearbeiten, koennen in =SSFRESDEF (ANWENDUNG "PHDDRV1O" +
* Funktion + LFDNR des Schritts) benannte Ressourcen erhalten, MODUS
* "X" = exklusiv, "S" = gemeinsam mit anderen "S"-Belegungen. Vor
* dem Start belegt der Schritt alle seine Ressourcen in =SSFRESLK
* (s. C280-RES-BELEGEN); haelt eine andere Kette eine davon
* unvertraeglich, wartet er (Pruefung alle 30 Sekunden) hoechstens
* MAX_WARTE_MIN Minuten (kleinster Wert der Zeilen, ohne Angabe 60)
* und bricht dann die Kette mit Fehleralarm (Stufe RESSOURCE) ab,
* ohne den Schritt zu starten. Nach dem Schritt werden die
* Ressourcen immer freigegeben (C285), bei Erfolg wie bei Fehler.
* Belegungen und Wartende zeigt LIST RESLOCK in SRCSAFE, Pflege und
* Freigabe haengender Belegungen per VERWALTUNG RESOURCE.
*
* Entscheidungspunkte: ein Schritt mit SSFRFDEF.SCHRITT_TYP "G"
* startet keinen Prozess, sondern haelt die Kette an, bis ein
* berechtigter Benutzer in SRCSAFE FORTSETZEN oder ABBRECHEN
* waehlt (VERWALTUNG GATE CONTINUE|ABORT <Funktion> <Kommentar>,
* s. C290-GATE). Der Punkt steht solange in =SSFGATE, die
* Bereitschaft (=SSFONCALL) erhaelt eine Mail (Stufe GATE). Frage =
* PRG_STU (mit Datumssymbolen), Wartezeit = PRG_TIMEOUT in
* Sekunden (ohne Angabe K-GT-MAX-WARTE-MIN), danach gilt
* GATE_STANDARD ("C" = fortsetzen, sonst abbrechen). ABBRECHEN
* verzweigt auf LFDNR_NOK, ohne LFDNR_NOK bricht die Kette ab.
* Entscheidung und Entscheider stehen in =SSFCHIST und =SSPROT.
*
* Kontrollsummen: ein Schritt meldet seine Kontrollsummen mit einer
* Zeile ab Spalte 1 in seiner OUT-Datei (s. C500-KONTROLLSUMMEN):
*         SSFCTL EIN=<Anzahl> AUS=<Anzahl> SUMME=<Betrag>
* EIN/AUS = gelesene/geschriebene Saetze, SUMME = optional Summe
* eines Betragsfelds (Vorzeichen "-", Dezimaltrenner "," oder ".",
* hoechstens 2 Nachkommastellen); jeder Teil darf fehlen, bei
* mehreren SSFCTL-Zeilen gilt die letzte. Die Werte stehen je
* Schritt in =SSFCHIST (KTR_KZ = gemeldete Teile "EAS", KTR_EIN,
* KTR_AUS, KTR_SUMME). Abstimmungsregel je Schritt in =SSFRFDEF:
*         ABST_LFDNR    = frueherer Schritt derselben Kette (0 =
*                          keine Regel)
*         ABST_FELD     = Wert dieses Schritts: E, A oder S
*         ABST_REF_FELD = Wert des Schritts ABST_LFDNR: E, A oder S
*         ABST_TOLERANZ = zulaessige Differenz (Betrag, 0 = exakt)
* z.B. Schritt 4 mit 3/E/A/0 = "Eingang 4 = Ausgang 3". Verglichen
* wird mit der juengsten scharfen =SSFCHIST-Zeile des Schritts
* ABST_LFDNR zum selben Laufdatum (auch nach Restart). Weicht der
* Wert ab oder fehlt eine der beiden Kontrollsummen, gilt der
* Schritt als fehlgeschlagen (Fehlerklasse ABSTIMMUNG): mit
* LFDNR_NOK Verzweigung und Alarm Stufe WARNUNG, sonst Abbruch mit
* Fehleralarm Stufe ABSTIMMUNG. Ergebnis in =SSFCHIST.ABST_ERGEBNIS
* (J = stimmt, N = Abweichung, F = Kontrollsumme fehlt), Report per
* LIST CTRLTOTAL in SRCSAFE.
*
* SSFRFDEF.PRG_TIMEOUT = optional: Timeout in Sekunden fuer den von
*                        SSFPHD1M gestarteten Prozess (0/leer = kein
*                        Timeout, wie bisher). Wird der Timeout
     SELECT  CHISTF         ASSIGN TO #DYNAMIC
                             FILE STATUS IS FILE-STATUS.

**  ---> OUT-Datei eines fehlgeschlagenen Kettenschritts (nur lesend,
**       Fehlerklassifikation s. C270)
     SELECT  JOBOUTF        ASSIGN TO #DYNAMIC
                             FILE STATUS IS FILE-STATUS.


 DATA DIVISION.
 FILE SECTION.
          88 CHIST-RC-OK                    VALUE ZERO.
          88 CHIST-RC-NOK                   VALUE 1.

*  OUT-Datei eines Kettenschritts (Fehlerklassifikation, s. C270)
 FD  JOBOUTF.
 01  JOBOUT-RECORD               PIC X(132).


 WORKING-STORAGE SECTION.
*--------------------------------------------------------------------*
     05      K-SLA-MIN-SAMPLES   PIC S9(04) COMP    VALUE 5.
     05      K-SLA-FACTOR        PIC 9(02)V99       VALUE 2,00.

**          ---> Vorbedingungen der Kette (s. C400): Abstand der
**               Pruefungen in 1/100 Sekunden und Wartezeit in
**               Minuten, wenn in =SSFCDEP kein MAX_WARTE_MIN steht
     05      K-VB-POLL-CS        PIC S9(09) COMP    VALUE 6000.
     05      K-VB-MAX-WARTE-MIN  PIC 9(04)          VALUE 60.

**          ---> Ressourcen des Schritts (s. C280): Abstand der
**               Belegungsversuche in 1/100 Sekunden und Wartezeit
**               in Minuten, wenn in =SSFRESDEF kein MAX_WARTE_MIN
**               steht
     05      K-RS-POLL-CS        PIC S9(09) COMP    VALUE 3000.
     05      K-RS-MAX-WARTE-MIN  PIC 9(04)          VALUE 60.

**          ---> Entscheidungspunkte (s. C290): Abstand der Abfragen
**               in 1/100 Sekunden, Wartezeit in Minuten, wenn
**               PRG_TIMEOUT des Punkts nicht gesetzt ist, und der
**               Entscheider bei Zeitablauf
     05      K-GT-POLL-CS        PIC S9(09) COMP    VALUE 3000.
     05      K-GT-MAX-WARTE-MIN  PIC 9(04)          VALUE 240.
     05      K-GT-TIMEOUT-USER   PIC X(16)          VALUE "*TIMEOUT*".

*----------------------------------------------------------------*
* Conditional-Felder
*----------------------------------------------------------------*
          88 ALERT-ALARM                       VALUE 2.
          88 ALERT-KRITISCH                    VALUE 3.
          88 ALERT-SLA                         VALUE 4.
          88 ALERT-VORBED                      VALUE 5.
          88 ALERT-RESSOURCE                   VALUE 6.
          88 ALERT-GATE                        VALUE 7.
          88 ALERT-ABSTIMMUNG                  VALUE 8.

**          ---> Stand der Vorbedingungen der Kette (s. C400)
     05      W-VB-STATUS             PIC X(01) VALUE SPACE.
          88 VB-OFFEN                          VALUE "O".
          88 VB-ERFUELLT                       VALUE "E".
          88 VB-ZEIT-UM                        VALUE "Z".

**          ---> Stand der Ressourcen-Belegung des Schritts (s. C280)
     05      W-RS-STATUS             PIC X(01) VALUE SPACE.
          88 RS-OFFEN                          VALUE "O".
          88 RS-BELEGT                         VALUE "B".
          88 RS-ZEIT-UM                        VALUE "Z".
          88 RS-FEHLER                         VALUE "F".
     05      W-RS-KONFLIKT-FLAG      PIC X(01) VALUE SPACE.
          88 RS-KONFLIKT                       VALUE "J".

**          ---> Stand eines Entscheidungspunkts (s. C290)
     05      W-GT-STATUS             PIC X(01) VALUE SPACE.
          88 GT-OFFEN                          VALUE "W".
          88 GT-FORTSETZEN                     VALUE "C".
          88 GT-ABBRECHEN                      VALUE "A".
     05      W-GT-TIMEOUT-FLAG       PIC X(01) VALUE SPACE.
          88 GT-TIMEOUT                        VALUE "J".
     05      W-GT-PHASE              PIC X(01) VALUE SPACE.
          88 GT-PHASE-START                    VALUE "S".
          88 GT-PHASE-TIMEOUT                  VALUE "T".

**          ---> Abstimmung der Kontrollsummen des Schritts (s. C500)
     05      W-KS-ABW-FLAG           PIC X(01) VALUE SPACE.
          88 KS-ABWEICHUNG                     VALUE "J".
     05      W-KS-ZAHL-FLAG          PIC X(01) VALUE SPACE.
          88 KS-ZAHL-OK                        VALUE "J".
     05      W-KS-REF-FLAG           PIC 9     VALUE ZERO.
          88 KS-REF-OK                         VALUE ZERO.
          88 KS-REF-EOD                        VALUE 9.

     05      SSFCDEP-FLAG            PIC 9     VALUE ZERO.
          88 SSFCDEP-OK                        VALUE ZERO.
          88 SSFCDEP-EOD                       VALUE 9.

     05      SSFFKAT-FLAG            PIC 9     VALUE ZERO.
          88 SSFFKAT-OK                        VALUE ZERO.
          88 SSFFKAT-EOD                       VALUE 9.

     05      SSFRESDEF-FLAG          PIC 9     VALUE ZERO.
          88 SSFRESDEF-OK                      VALUE ZERO.
          88 SSFRESDEF-EOD                     VALUE 9.

     05      SSFRESLK-FLAG           PIC 9     VALUE ZERO.
          88 SSFRESLK-OK                       VALUE ZERO.
          88 SSFRESLK-NOK                      VALUE 1.
          88 SSFRESLK-EOD                      VALUE 9.

**          ---> Eskalation nach Folge-Fehlschlaegen desselben
**               Kettenschritts (s. C310/C300): ab dem 2. Fehlschlag
          88 W-STEP-RC-OK                  VALUE ZERO.
          88 W-STEP-RC-NOK                 VALUE 1.

**          ---> Vorbedingungen der Kette aus =SSFCDEP (s. C400)
     05      W-VB-ANZ            PIC S9(04) COMP VALUE ZERO.
     05      W-VB-IX             PIC S9(04) COMP VALUE ZERO.
     05      W-VB-OFFEN-ANZ      PIC S9(04) COMP VALUE ZERO.
     05      W-VB-TAB.
      10     W-VB-EINTRAG        OCCURS 20.
       15    W-VB-TYP            PIC X(01).
       15    W-VB-FUNKTION       PIC X(16).
       15    W-VB-DATEI          PIC X(36).
       15    W-VB-STABIL         PIC 9(04).
     05      W-VB-MAX-MIN        PIC 9(04)  VALUE ZERO.
     05      W-VB-WARTE-SEK      PIC S9(09) COMP VALUE ZERO.
     05      W-VB-TEXT           PIC X(40)  VALUE SPACES.
     05      W-VB-GRUND          PIC X(40)  VALUE SPACES.
     05      W-VB-AEND-MIN       PIC S9(09) COMP VALUE ZERO.
     05      W-VB-JETZT-MIN      PIC S9(09) COMP VALUE ZERO.
     05      W-VB-KETTE-START-CS PIC 9(09)  VALUE ZERO.

**          ---> Datumssymbole im Startup-Text (s. C260-C265):
**               Laufdatum der Kette und die Geschaeftstage dazu
     05      W-SY-LAUFDATUM      PIC 9(08)  VALUE ZERO.
     05      W-SY-PREVBDAY       PIC 9(08)  VALUE ZERO.
     05      W-SY-NEXTBDAY       PIC 9(08)  VALUE ZERO.
     05      W-SY-MONTHEND       PIC 9(08)  VALUE ZERO.
     05      W-SY-DATUM.
      10     W-SY-DATUM-JHJJ     PIC 9(04).
      10     W-SY-DATUM-MM       PIC 9(02).
      10     W-SY-DATUM-TT       PIC 9(02).
     05      W-SY-DATUM-N        REDEFINES W-SY-DATUM
                                 PIC 9(08).
     05      W-SY-TAGNR          PIC S9(09) COMP VALUE ZERO.
     05      W-SY-WOTAG          PIC S9(04) COMP VALUE ZERO.
     05      W-SY-SCHUTZ         PIC S9(04) COMP VALUE ZERO.
     05      W-SY-GT-FLAG        PIC X(01)  VALUE SPACE.
          88 SY-GESCHAEFTSTAG               VALUE "J".
     05      W-SY-ERSETZT-FLAG   PIC X(01)  VALUE SPACE.
          88 SY-ERSETZT                     VALUE "J".
     05      W-SY-FEHLER-FLAG    PIC X(01)  VALUE SPACE.
          88 SY-SYMBOL-FEHLT                VALUE "J".
     05      W-SY-FEHLER-SYMBOL  PIC X(09)  VALUE SPACES.
     05      W-SY-ANZ1           PIC S9(04) COMP VALUE ZERO.
     05      W-SY-ANZ2           PIC S9(04) COMP VALUE ZERO.
     05      W-SY-WERT           PIC X(08)  VALUE SPACES.
     05      W-SY-STU            PIC X(128) VALUE SPACES.
**          ---> fuer FILE_GETINFOLISTBYNAME_ (Item 145 = letzte
**               Aenderung, s. C404)
     05      W-VB-FNAME          PIC X(36)  VALUE SPACES.
     05      W-VB-FNAME-LEN      PIC S9(04) COMP VALUE ZERO.
     05      W-VB-ITEM-LIST.
      10     W-VB-ITEM-145       PIC S9(04) COMP VALUE 145.
     05      W-VB-NUM-OF-ITEMS   PIC S9(04) COMP VALUE 1.
     05      W-VB-RESULT.
      10     W-VB-RESULT-MODI    PIC X(08).
      10     W-VB-RESULT-MODI-N  REDEFINES W-VB-RESULT-MODI
                                 PIC S9(18) COMP.
     05      W-VB-RESULT-MAX     PIC S9(04) COMP VALUE 8.
     05      W-VB-RESULT-LEN     PIC S9(04) COMP.
     05      W-VB-ERROR-ITEM     PIC S9(04) COMP.
     05      W-VB-ERROR          PIC S9(04) COMP.

**          ---> Zaehler Verzweigungen (s. K-MAX-BRANCH-JUMPS, C210)
     05      W-BRANCH-JUMP-COUNT PIC S9(04) COMP    VALUE ZERO.

     05      W-SLA-AVG-CS         PIC S9(09) COMP   VALUE ZERO.
     05      W-SLA-GRENZE-CS      PIC S9(09) COMP   VALUE ZERO.

**          ---> Fehlerklassifikation aus der OUT-Datei eines fehl-
**               geschlagenen Schritts (s. C270): Katalog der bekann-
**               ten Fehlermuster aus =SSFFKAT, einmal je Lauf geladen
**               (Muster in Grossschrift, Reihenfolge = KAT_NR =
**               Vorrang); gelesen werden hoechstens K-FK-MAX-ZEILEN
**               Zeilen der OUT-Datei
     05      K-FK-MAX-KAT         PIC S9(04) COMP   VALUE 50.
     05      K-FK-MAX-ZEILEN      PIC S9(09) COMP   VALUE 20000.
     05      W-FK-GELADEN-FLAG    PIC X(01)  VALUE SPACE.
          88 FK-GELADEN                      VALUE "J".
     05      W-FK-ANZ             PIC S9(04) COMP   VALUE ZERO.
     05      W-FK-TAB.
      10     W-FK-EINTRAG         OCCURS 50.
       15    W-FK-NR              PIC 9(04).
       15    W-FK-MUSTER          PIC X(40).
       15    W-FK-LEN             PIC S9(04) COMP.
       15    W-FK-KLASSE          PIC X(16).
       15    W-FK-RESTART         PIC X(01).
       15    W-FK-MASSNAHME       PIC X(120).
     05      W-FK-IX              PIC S9(04) COMP   VALUE ZERO.
     05      W-FK-BEST            PIC S9(04) COMP   VALUE ZERO.
     05      W-FK-TREFFER         PIC S9(04) COMP   VALUE ZERO.
     05      W-FK-ANZ1            PIC S9(04) COMP   VALUE ZERO.
     05      W-FK-ZEILEN-ANZ      PIC S9(09) COMP   VALUE ZERO.
     05      W-FK-ZEILE           PIC X(132) VALUE SPACES.
     05      W-FK-FUNDSTELLE      PIC X(132) VALUE SPACES.
     05      W-FK-ERG-MASSN       PIC X(120) VALUE SPACES.

**          ---> Ressourcen des aktuellen Schritts aus =SSFRESDEF
**               (s. C280-C285) und die zuletzt gefundene
**               unvertraegliche Belegung einer anderen Kette
     05      W-RS-ANZ             PIC S9(04) COMP   VALUE ZERO.
     05      W-RS-IX              PIC S9(04) COMP   VALUE ZERO.
     05      W-RS-TAB.
      10     W-RS-EINTRAG         OCCURS 10.
       15    W-RS-RESSOURCE       PIC X(16).
       15    W-RS-MODUS           PIC X(01).
     05      W-RS-MAX-MIN         PIC 9(04)  VALUE ZERO.
     05      W-RS-WARTE-SEK       PIC S9(09) COMP   VALUE ZERO.
     05      W-RS-BLK-RESSOURCE   PIC X(16)  VALUE SPACES.
     05      W-RS-BLK-FUNKTION    PIC X(16)  VALUE SPACES.
     05      W-RS-BLK-LFDNR       PIC 9(04)  VALUE ZERO.

**          ---> Entscheidungspunkt des aktuellen Schritts (s. C290)
     05      W-GT-STANDARD        PIC X(01)  VALUE SPACE.
     05      W-GT-MAX-SEK         PIC S9(09) COMP   VALUE ZERO.
     05      W-GT-WARTE-SEK       PIC S9(09) COMP   VALUE ZERO.
     05      W-GT-AKTION-TXT      PIC X(10)  VALUE SPACES.

**          ---> Kontrollsummen des Schritts aus seiner OUT-Datei
**               (Zeile "SSFCTL ...", s. C500-C506) und ihre
**               Abstimmung gegen einen frueheren Schritt
     05      K-KS-KENNUNG         PIC X(07)  VALUE "SSFCTL ".
     05      W-KS-ZEILEN-ANZ      PIC S9(09) COMP   VALUE ZERO.
     05      W-KS-TOKEN-TAB.
      10     W-KS-TOKEN           PIC X(40)  OCCURS 3.
     05      W-KS-TIX             PIC S9(04) COMP   VALUE ZERO.
     05      W-KS-SCHLUESSEL      PIC X(10)  VALUE SPACES.
     05      W-KS-WERT            PIC X(30)  VALUE SPACES.
     05      W-KS-POS             PIC S9(04) COMP   VALUE ZERO.
     05      W-KS-VZ              PIC X(01)  VALUE SPACE.
     05      W-KS-GANZ-X          PIC X(15)  VALUE SPACES.
     05      W-KS-GANZ-LEN        PIC S9(04) COMP   VALUE ZERO.
     05      W-KS-DEZ-X           PIC X(02)  VALUE SPACES.
     05      W-KS-DEZ-LEN         PIC S9(04) COMP   VALUE ZERO.
     05      W-KS-GANZ            PIC 9(15)  VALUE ZERO.
     05      W-KS-DEZ             PIC 9(02)  VALUE ZERO.
     05      W-KS-ZAHL            PIC S9(15)V99 VALUE ZERO.
**          ---> Quelle fuer C505-KS-FELDWERT (eigener Schritt bzw.
**               Vergleichsschritt)
     05      W-KS-FELD            PIC X(01)  VALUE SPACE.
     05      W-KS-FELD-TXT        PIC X(08)  VALUE SPACES.
     05      W-KS-QUELLE.
      10     W-KS-Q-KZ            PIC X(03).
      10     W-KS-Q-EIN           PIC S9(18) COMP.
      10     W-KS-Q-AUS           PIC S9(18) COMP.
      10     W-KS-Q-SUMME         PIC S9(15)V99 COMP.
     05      W-KS-EIGEN           PIC S9(15)V99 VALUE ZERO.
     05      W-KS-EIGEN-TXT       PIC X(08)  VALUE SPACES.
     05      W-KS-REF             PIC S9(15)V99 VALUE ZERO.
     05      W-KS-REF-TXT         PIC X(08)  VALUE SPACES.
     05      W-KS-DIFF            PIC S9(15)V99 VALUE ZERO.
     05      W-KS-DIFF-ABS        PIC S9(15)V99 VALUE ZERO.
     05      W-KS-ZAHL-ED         PIC -(15)9,99.
     05      W-KS-GRUND           PIC X(60)  VALUE SPACES.

 01          ADRESSEN.
     05      ADR-1               PIC X(60).
     05      ADR-2               PIC X(60).
         """KRITISCH - SSFRFDEF-Endlosschleife: ".
     05      TEM-BETREFF-SLA      PIC X(38) VALUE
         """SLA-WARNUNG - Laufzeit zu lang: ".
     05      TEM-BETREFF-VORBED   PIC X(38) VALUE
         """ALARM - Vorbed. offen: ".
     05      TEM-BETREFF-RESSOURCE PIC X(38) VALUE
         """ALARM - Ressource belegt: ".
     05      TEM-BETREFF-GATE     PIC X(38) VALUE
         """ENTSCHEIDUNG - Kette wartet: ".
     05      TEM-BETREFF-ABSTIMMUNG PIC X(38) VALUE
         """ALARM - Kontrollsummen abw.: ".
     05      TEM-ANWENDUNG       PIC X(12) VALUE "Anwendung:".
     05      TEM-MODUL           PIC X(12) VALUE "Modul:".
     05      TEM-FUNKTION        PIC X(16) VALUE "Funktion:".
         "Der genannte Schritt der SSFRFDEF-Aufrufkette hat seinen".
     05      TEM-TEXT02-SLA      PIC X(58) VALUE
         "historischen Basiswert (CHISTF) deutlich ueberschritten.".
     05      TEM-TEXT01-VORBED   PIC X(58) VALUE
         "Die folgende SSFRFDEF-Aufrufkette wurde nicht gestartet,".
     05      TEM-TEXT02-VORBED   PIC X(58) VALUE
         "weil eine Vorbedingung (=SSFCDEP) nicht erfuellt wurde.".
     05      TEM-TEXT01-RESSOURCE PIC X(58) VALUE
         "Der genannte Schritt der SSFRFDEF-Aufrufkette wurde nicht".
     05      TEM-TEXT02-RESSOURCE PIC X(58) VALUE
         "gestartet, seine Ressource (=SSFRESDEF) blieb belegt.".
     05      TEM-TEXT01-GATE      PIC X(58) VALUE
         "Die folgende SSFRFDEF-Aufrufkette wartet am genannten".
     05      TEM-TEXT02-GATE      PIC X(58) VALUE
         "Entscheidungspunkt auf FORTSETZEN oder ABBRECHEN.".
     05      TEM-TEXT01-ABSTIMMUNG PIC X(58) VALUE
         "Die folgende SSFRFDEF-Aufrufkette wurde abgebrochen, weil".
     05      TEM-TEXT02-ABSTIMMUNG PIC X(58) VALUE
         "die Kontrollsummen des Schritts nicht abstimmen.".

**          ---> Mail-Vorlage fuer den Fehleralarm (s. C330-C337):
*               =SSTEXT BEREICH "MAIL", KATEGORIE je Eskalations-
*               stufe; Zeile "BETREFF:" = Betreff, "@DATEN@" =
*               Position des Datenblocks, @NAME@ = Platzhalter
 01          W-MV-FELDER.
     05      W-MV-FLAG           PIC X(01)  VALUE SPACE.
          88 MV-VORLAGE-NOK                 VALUE SPACE.
          88 MV-VORLAGE-OK                  VALUE "J".
     05      W-MV-DATEN-FLAG     PIC X(01)  VALUE SPACE.
          88 MV-MIT-DATEN                   VALUE "J".
     05      W-MV-TREFFER        PIC X(01)  VALUE SPACE.
          88 MV-PH-GEFUNDEN                 VALUE "J".
     05      W-MV-EOD-FLAG       PIC X(01)  VALUE SPACE.
          88 MV-EOD                         VALUE "J".
     05      W-MV-BETREFF        PIC X(76)  VALUE SPACES.
     05      W-MV-ANZ            PIC S9(04) COMP VALUE ZERO.
     05      W-MV-TEIL1-ANZ      PIC S9(04) COMP VALUE ZERO.
     05      W-MV-I1             PIC S9(04) COMP VALUE ZERO.
     05      W-MV-TAB.
      10     W-MV-ZEILE          PIC X(80)  OCCURS 30.
     05      W-MV-PH-ANZ         PIC S9(04) COMP VALUE ZERO.
     05      W-MV-PH-I1          PIC S9(04) COMP VALUE ZERO.
     05      W-MV-PH-TAB.
      10     W-MV-PH             OCCURS 10.
       15    W-MV-PH-NAME        PIC X(12).
       15    W-MV-PH-WERT        PIC X(40).
     05      W-MV-NEU-NAME       PIC X(12)  VALUE SPACES.
     05      W-MV-NEU-WERT       PIC X(40)  VALUE SPACES.
     05      W-MV-EIN            PIC X(76)  VALUE SPACES.
     05      W-MV-AUS            PIC X(152) VALUE SPACES.
     05      W-MV-POS            PIC S9(04) COMP VALUE ZERO.
     05      W-MV-AUS-POS        PIC S9(04) COMP VALUE ZERO.
     05      W-MV-ENDE           PIC S9(04) COMP VALUE ZERO.
     05      W-MV-I2             PIC S9(04) COMP VALUE ZERO.
     05      W-MV-LEN            PIC S9(04) COMP VALUE ZERO.
     05      W-MV-TOKEN          PIC X(12)  VALUE SPACES.

 01          ZEILE               PIC X(80) VALUE SPACES.

**          ---> fuer Fehlerbeh.
     COPY    WSYS022C OF "=MSGLIB".

**          ---> Copystrecke fuer HCDAY
     COPY    HCDAYC OF "=COPYLIB".


*--------------------------------------------------------------------*
* Parameter für Untermodulaufrufe: Präfix P
     05      H-CHIST-DRYRUN      PIC X(01).
          88 H-CHIST-DRYRUN-J              VALUE "J".
          88 H-CHIST-DRYRUN-N              VALUE "N".
**          ---> fuer Vorbedingungen/Kettenmarken (s. C400/C250)
     05      H-VB-FUNKTION       PIC X(16).
     05      H-VB-RC             PIC 9(02).
     05      H-VB-HEUTE-TS       PIC 9(16).
**          ---> Laufdatum und aufgeloester Startup-Text (s. C260)
     05      H-SY-LAUFDATUM      PIC 9(08).
     05      H-CHIST-STU.
      49     H-CHIST-STU-LEN     PIC S9(04) COMP.
      49     H-CHIST-STU-VAL     PIC X(128).
**          ---> Mail-Vorlagen aus =SSTEXT (s. C332/S795-S798)
     05      H-MV-NAME           PIC X(08).
     05      H-MV-SPRACHE        PIC X(08).
     05      H-MV-TEXTE          PIC X(76).
     05      H-MV-SPR-PARM       PIC X(64).
**          ---> Fehlerklassifikation des Schritts (s. C270/C221)
     05      H-FK-KLASSE         PIC X(16).
     05      H-FK-NR             PIC 9(04).
     05      H-FK-RESTART        PIC X(01).
          88 H-FK-RESTART-J                VALUE "J".
          88 H-FK-RESTART-N                VALUE "N".
**          ---> Ressourcen-Belegung des Schritts (s. C280-C285)
     05      H-RS-RESSOURCE      PIC X(16).
     05      H-RS-MODUS          PIC X(01).
     05      H-RS-SEIT-TS        PIC 9(16).
**          ---> Entscheidungspunkt (=SSFGATE, s. C290-C293) und die
**               Entscheidung fuer =SSFCHIST (s. C221)
     05      H-GT-ZUSTAND        PIC X(01).
     05      H-GT-STANDARD       PIC X(01).
     05      H-GT-MAX-MIN        PIC 9(04).
     05      H-GT-FRAGE          PIC X(64).
     05      H-GT-START-TS       PIC 9(16).
     05      H-GT-ENTSCHEID-TS   PIC 9(16).
     05      H-GT-ENTSCHEID      PIC X(01).
     05      H-GT-USER           PIC X(32).
     05      H-GT-KOMMENTAR      PIC X(64).
**          ---> Kontrollsummen und Abstimmung des Schritts fuer
**               =SSFCHIST (s. C500/C221) und die Werte des
**               Vergleichsschritts (s. C504)
     05      H-KS-KZ             PIC X(03).
     05      H-KS-EIN            PIC S9(18) COMP.
     05      H-KS-AUS            PIC S9(18) COMP.
     05      H-KS-SUMME          PIC S9(15)V99 COMP.
     05      H-KS-ERGEBNIS       PIC X(01).
          88 H-KS-OHNE-REGEL               VALUE SPACE.
          88 H-KS-STIMMT                   VALUE "J".
          88 H-KS-ABWEICHUNG               VALUE "N".
          88 H-KS-FEHLT                    VALUE "F".
     05      H-KS-REF-LFDNR      PIC 9(09).
     05      H-KS-REF-KZ         PIC X(03).
     05      H-KS-REF-EIN        PIC S9(18) COMP.
     05      H-KS-REF-AUS        PIC S9(18) COMP.
     05      H-KS-REF-SUMME      PIC S9(15)V99 COMP.

******************************************************************
* Im Folgenden mit dem INVOKE-Befehl die Tabellenstruktur-
    INVOKE =SSFONCALL AS SSFONCALL
 END-EXEC

**  ---> Vorbedingungen je Kette (s. C400)
 EXEC SQL
    INVOKE =SSFCDEP AS SSFCDEP
 END-EXEC

**  ---> Fehlerkatalog fuer die Fehlerklassifikation (s. C271)
 EXEC SQL
    INVOKE =SSFFKAT AS SSFFKAT
 END-EXEC

**  ---> Ressourcen je Kettenschritt und ihre Belegung (s. C280)
 EXEC SQL
    INVOKE =SSFRESDEF AS SSFRESDEF
 END-EXEC

 EXEC SQL
    INVOKE =SSFRESLK AS SSFRESLK
 END-EXEC

**  ---> Audit-Protokoll (Standardaktion eines Entscheidungspunkts,
**       s. C293)
 EXEC SQL
    INVOKE =SSPROT AS SSPROT
 END-EXEC

**  ---> Struktur der Tabelle EKONTAKT (fuer Fehleralarm-Mail)
 EXEC SQL
    INVOKE =EKONTAKT AS EKONTAKT
         SELECT   ANWENDUNG, MODUL, FUNKTION, LFDNR, PROG
                , ALT_PROG, PRG_STU, PRG_INF, PRG_OUTF, PRG_OBF
                , PRG_TIMEOUT, ZPINS, LFDNR_OK, LFDNR_NOK
                , SCHRITT_TYP, GATE_STANDARD
                , ABST_LFDNR, ABST_FELD, ABST_REF_FELD
                , ABST_TOLERANZ
           FROM  =SSFRFDEF
          WHERE   ANWENDUNG, MODUL, FUNKTION =
                 :ANWENDUNG        OF SSFRFDEF
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor auf die Zeilen einer Mail-Vorlage in =SSTEXT
**       (BEREICH "MAIL", s. C333)
 EXEC SQL
     DECLARE MV_CURS CURSOR FOR
         SELECT  TEXTE
           FROM  =SSTEXT
          WHERE  BEREICH   = "MAIL"
            AND  KATEGORIE = :H-MV-NAME
            AND  SPRACHE   = :H-MV-SPRACHE
           ORDER BY LFD_NR
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: Schrittfolge einer Kette fuer die Fenster-
**       Prognose (nur LFDNR/LFDNR_OK, s. C240)
 EXEC SQL
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: Vorbedingungen der Kette (s. C401)
 EXEC SQL
     DECLARE SSFCDEP_CURS CURSOR FOR
         SELECT   VOR_TYP, VOR_FUNKTION, VOR_DATEI
                , STABIL_MIN, MAX_WARTE_MIN
           FROM  =SSFCDEP
          WHERE   ANWENDUNG, FUNKTION =
                 :ANWENDUNG        OF SSFCDEP
                ,:FUNKTION         OF SSFCDEP
          ORDER  BY LFDNR
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: juengste Kettenmarke (LFDNR 0, DRYRUN "K") einer
**       vorausgesetzten Kette von heute (s. C403)
 EXEC SQL
     DECLARE VB_CHIST_CURS CURSOR FOR
         SELECT   RC
           FROM  =SSFCHIST
          WHERE   ANWENDUNG = :K-MODUL
           AND    FUNKTION  = :H-VB-FUNKTION
           AND    LFDNR     = 0
           AND    DRYRUN    = "K"
           AND    START_TS >= :H-VB-HEUTE-TS
          ORDER  BY START_TS DESC
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: Laufdatum der juengsten Kettenmarke der eigenen
**       Kette - Laufdatum fuer einen Restart (s. C260)
 EXEC SQL
     DECLARE SY_CHIST_CURS CURSOR FOR
         SELECT   RUN_DATUM
           FROM  =SSFCHIST
          WHERE   ANWENDUNG = :K-MODUL
           AND    FUNKTION  = :H-VB-FUNKTION
           AND    LFDNR     = 0
           AND    DRYRUN    = "K"
          ORDER  BY START_TS DESC
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: aktive Eintraege des Fehlerkatalogs, niedrigste
**       KAT_NR zuerst = hoechster Vorrang (s. C271)
 EXEC SQL
     DECLARE SSFFKAT_CURS CURSOR FOR
         SELECT   KAT_NR, MUSTER, KLASSE, RESTART_OK, MASSNAHME
           FROM  =SSFFKAT
          WHERE   AKTIV = "J"
          ORDER  BY KAT_NR
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: Ressourcen des aktuellen Schritts, nach Namen
**       sortiert = feste Sperrreihenfolge (s. C281)
 EXEC SQL
     DECLARE SSFRESDEF_CURS CURSOR FOR
         SELECT   RESSOURCE, MODUS, MAX_WARTE_MIN
           FROM  =SSFRESDEF
          WHERE   ANWENDUNG, FUNKTION, LFDNR =
                 :ANWENDUNG        OF SSFRFDEF
                ,:FUNKTION         OF SSFRFDEF
                ,:LFDNR            OF SSFRFDEF
          ORDER  BY RESSOURCE
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: Belegungen ("H") einer Ressource durch ANDERE
**       Schritte; bewusst ohne BROWSE ACCESS, damit das Lesen auf
**       die noch nicht freigegebene Belegung eines gleichzeitig
**       pruefenden Schritts wartet (s. C282)
 EXEC SQL
     DECLARE SSFRESLK_CURS CURSOR FOR
         SELECT   FUNKTION, LFDNR, MODUS
           FROM  =SSFRESLK
          WHERE   RESSOURCE = :H-RS-RESSOURCE
            AND   ZUSTAND   = "H"
            AND   NOT (ANWENDUNG = :K-MODUL
                   AND FUNKTION  = :FUNKTION OF SSFRFDEF
                   AND LFDNR     = :LFDNR    OF SSFRFDEF)
          ORDER  BY SEIT_TS
         STABLE  ACCESS
 END-EXEC

**  ---> Cursor: Kontrollsummen des Vergleichsschritts einer
**       Abstimmungsregel - juengster scharfer Lauf zum selben
**       Laufdatum (s. C504)
 EXEC SQL
     DECLARE KS_CHIST_CURS CURSOR FOR
         SELECT   KTR_KZ, KTR_EIN, KTR_AUS, KTR_SUMME
           FROM  =SSFCHIST
          WHERE   ANWENDUNG, MODUL, FUNKTION, LFDNR =
                 :ANWENDUNG        OF SSFRFDEF
                ,:MODUL            OF SSFRFDEF
                ,:FUNKTION         OF SSFRFDEF
                ,:H-KS-REF-LFDNR
           AND   RUN_DATUM = :H-SY-LAUFDATUM
           AND   DRYRUN    = "N"
          ORDER  BY START_TS DESC
         BROWSE  ACCESS
 END-EXEC

******************************************************************
* Ende der SQL - Definitionen
******************************************************************
 B090-ENDE SECTION.
 B090-00.

**  ---> noch belegte Ressourcen des Schritts freigeben (s. C285)
     IF W-RS-ANZ > ZERO
        PERFORM C285-RES-FREIGEBEN
     END-IF

     IF SSFRFDEF-OPEN
        PERFORM S120-CLOSE-SSFRFDEF-CURSOR
     END-IF
         EXIT SECTION
      END-IF

**--> Laufdatum fuer die Datumssymbole (bei Restart das des
*     abgebrochenen Laufs) - vor der ersten Kettenmarke (s. C260)
      PERFORM C260-LAUFDATUM

**--> Vorbedingungen der Kette abwarten (=SSFCDEP, s. C400); nicht
*     erfuellt = Kette startet nicht, Kettenmarke "abgebrochen"
      PERFORM C400-CHECK-VORBEDINGUNGEN
      IF PRG-ABBRUCH
         MOVE 1 TO H-VB-RC
         PERFORM C250-KETTEN-MARKE
         EXIT SECTION
      END-IF
      MOVE 9 TO H-VB-RC
      PERFORM C250-KETTEN-MARKE

**--> Vorbereiten Cursor
      MOVE K-MODUL                     TO ANWENDUNG    OF SSFRFDEF
      MOVE SPACES                      TO MODUL        OF SSFRFDEF
         DISPLAY " "
         SET PRG-ABBRUCH TO TRUE
         MOVE ALL SPACES TO ZEILE
         MOVE 1 TO H-VB-RC
         PERFORM C250-KETTEN-MARKE
         EXIT SECTION
      END-IF
      
                 OR SSFRFDEF-NOK
                 OR PRG-ABBRUCH

*       Entscheidungspunkt (SCHRITT_TYP "G"): kein Prozess, die
*       Kette wartet auf FORTSETZEN/ABBRECHEN aus SRCSAFE (s. C290)
        IF SCHRITT-TYP OF SSFRFDEF = "G"
           PERFORM C190-STEP-START-TIME
           PERFORM C290-GATE
           PERFORM C195-STEP-END-TIME
           PERFORM C221-INSERT-CHIST-SQL
        ELSE
*          Ressourcen des Schritts belegen (=SSFRESDEF, s. C280);
*          nicht frei innerhalb der Wartezeit = Abbruch ohne Start
           PERFORM C280-RES-BELEGEN
           IF NOT PRG-ABBRUCH
*             Aufruf Prozesshandler (Start-/Endzeit fuer Schritt-
*             Historie um den eigentlichen Prozesslauf herum messen)
              PERFORM C190-STEP-START-TIME
              PERFORM C100-MAKE-PROCESS
              PERFORM C195-STEP-END-TIME
*             Ressourcen freigeben, sobald der Prozess beendet ist -
*             bei Erfolg wie bei Fehler (s. C285)
              PERFORM C285-RES-FREIGEBEN
*             Interpretieren MSG-SATZ (schreibt ggf. Schritt-Historie
*             fort)
              PERFORM C200-INTERPRET-SYSMSG
*             OUT-Datei des Schritts ins Tagesarchiv uebernehmen und
*             fuer den =SSFCHIST-Verweis bereitstellen (s. C230)
              PERFORM C230-ARCHIVE-JOBOUT
*             Ketten-Historie =SSFCHIST fortschreiben (immer, auch
*             Dryrun und ohne Histfile-Parameter - s. C221)
              PERFORM C221-INSERT-CHIST-SQL
*             Ggf. Delay
              IF C9-DELAY-TIME > ZERO
                 ENTER TAL "DELAY" USING C9-DELAY-TIME
              END-IF
           END-IF
        END-IF

*       Nachlesen Cursor: je nach Ergebnis des Schrittes entweder
        END-EVALUATE

     END-PERFORM

**--> Kettenmarke Ende (Grundlage fuer Vorbedingungen anderer Ketten)
      IF PRG-ABBRUCH
         MOVE 1    TO H-VB-RC
      ELSE
         MOVE ZERO TO H-VB-RC
      END-IF
      PERFORM C250-KETTEN-MARKE
      
     .
 B100-99.
      MOVE    PROG            OF SSFRFDEF      TO PHD-PRG-NAME
      MOVE    VAL OF ALT-PROG OF SSFRFDEF      TO PHD-ALT-PFILE
      MOVE    VAL OF PRG-STU  OF SSFRFDEF      TO PHD-PRG-STU
**--> Datumssymbole (&RUNDATE usw.) im Startup-Text aufloesen;
*     ein nicht bestimmbares Datum = Schritt nicht starten (C264)
      PERFORM C261-STU-SYMBOLE
      IF  SY-SYMBOL-FEHLT
          PERFORM C264-SYMBOL-FEHLER
          MOVE   SPACE                    TO PHD-NDATEN
          MOVE   ZERO                     TO PHD-DATLEN
          EXIT SECTION
      END-IF
      MOVE    VAL OF PRG-INF  OF SSFRFDEF      TO PHD-PRG-INF
      MOVE    VAL OF PRG-OUTF OF SSFRFDEF      TO PHD-PRG-OUTF
      MOVE    VAL OF PRG-OBF  OF SSFRFDEF      TO PHD-PRG-OBF
**       nur bei einem Alarm dieses Schritts gefuellt in die
**       =SSFCHIST-Zeile, s. C300/C221)
     MOVE SPACES TO W-OC-GEWAEHLT
**  ---> ebenso die Fehlerklassifikation des Vor-Schritts (s. C270)
     MOVE SPACES TO H-FK-KLASSE H-FK-RESTART
                    W-FK-ERG-MASSN W-FK-FUNDSTELLE
     MOVE ZERO   TO H-FK-NR
**  ---> ebenso die Entscheidung eines Entscheidungspunkts (s. C290)
     MOVE SPACES TO H-GT-ENTSCHEID H-GT-USER H-GT-KOMMENTAR
**  ---> ebenso Kontrollsummen und Abstimmung (s. C500)
     MOVE SPACES TO H-KS-KZ H-KS-ERGEBNIS W-KS-ABW-FLAG
     MOVE ZERO   TO H-KS-EIN H-KS-AUS H-KS-SUMME
     PERFORM U200-TIMESTAMP
     MOVE TAL-TIME-N16 TO W-STEP-START-TS
     COMPUTE W-STEP-START-CS =
      OR  MSG-COMPLETION-CODE NOT = ZERO
          SET STEP-NOK TO TRUE

**        ---> Fehlerursache aus der OUT-Datei des Schritts gegen den
**             Fehlerkatalog =SSFFKAT bestimmen - geht in den
**             Fehleralarm (C300) und in =SSFCHIST (C221)
          PERFORM C270-FEHLER-KLASSIFIZIEREN

**        ---> Verzweigungsziel (LFDNR_NOK) hinterlegt: Schritt gilt
**             als abgehandelt, Kette wird NICHT abgebrochen, sondern
**             beim naechsten Fetch an der hinterlegten Stelle
          END-IF
      END-IF

**--> Kontrollsummen des Schritts aus seiner OUT-Datei lesen und
*     ggf. gegen den Vergleichsschritt abstimmen - eine Abweichung
*     gilt wie ein Fehlschlag (STEP-NOK, Verzweigung, Alarm), daher
*     vor der Schritt-Historie (s. C500)
      PERFORM C500-KONTROLLSUMMEN

**--> Schritt-Historie fortschreiben (MSG-CPU-TIME + Wanduhr-Dauer),
*     nur wenn eine Historie-Datei angegeben wurde (STUP-DEC-HISTFILE)
*     und kein Dryrun (Simulationslauf soll die Historie nicht mit
     MOVE W-STEP-START-TS   TO H-CHIST-START-TS
     MOVE W-STEP-DAUER-CS   TO H-CHIST-DAUER-CS

**  ---> aufgeloester Startup-Text des Schritts (s. C261) als
**       VARCHAR ohne nachfolgende Blanks
     MOVE W-SY-STU          TO H-CHIST-STU-VAL
     MOVE 128               TO H-CHIST-STU-LEN
     PERFORM UNTIL H-CHIST-STU-LEN = ZERO
             OR    H-CHIST-STU-VAL (H-CHIST-STU-LEN:1) NOT = SPACE
         SUBTRACT 1 FROM H-CHIST-STU-LEN
     END-PERFORM
     MOVE W-SY-LAUFDATUM    TO H-SY-LAUFDATUM

     EXEC SQL
         INSERT
           INTO  =SSFCHIST
                 (ANWENDUNG, MODUL, FUNKTION, LFDNR, PROG
                 ,CPU_TIME, START_TS, DAUER_CS, RC, DRYRUN
                 ,JOBOUT_ARCHIV, ALARM_AN, PRG_STU, RUN_DATUM
                 ,FEHLER_KLASSE, FEHLER_NR, RESTART_OK
                 ,GATE_ENTSCHEID, GATE_USER, GATE_KOMMENTAR
                 ,KTR_KZ, KTR_EIN, KTR_AUS, KTR_SUMME
                 ,ABST_ERGEBNIS
                 )
         VALUES  (
                  :ANWENDUNG OF SSFRFDEF
                 ,:H-CHIST-DRYRUN
                 ,:W-JOB-ARCHIV
                 ,:W-OC-GEWAEHLT
                 ,:H-CHIST-STU
                 ,:H-SY-LAUFDATUM
                 ,:H-FK-KLASSE
                 ,:H-FK-NR
                 ,:H-FK-RESTART
                 ,:H-GT-ENTSCHEID
                 ,:H-GT-USER
                 ,:H-GT-KOMMENTAR
                 ,:H-KS-KZ
                 ,:H-KS-EIN
                 ,:H-KS-AUS
                 ,:H-KS-SUMME
                 ,:H-KS-ERGEBNIS
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
* Indexsatz in =SSFJOBO; der Archivname geht zusaetzlich ueber
* W-JOB-ARCHIV in die =SSFCHIST-Zeile des Schritts (C221), damit
* Historie und Nachweis verbunden sind. Uebersprungen werden
* Dryruns, nicht gestartete Schritte (C264), Schritte ohne OUT-Datei
* und Spool-OUTs ("#" im Namen);
* fehlt der JOBOUT-Konfigurationssatz, unterbleibt die
* Archivierung kommentarlos (Site ohne Tagesarchiv)
******************************************************************
     MOVE SPACES TO W-JOB-ARCHIV

     IF  DRY-RUN
     OR  SY-SYMBOL-FEHLT
         EXIT SECTION
     END-IF
     MOVE VAL OF PRG-OUTF OF SSFRFDEF TO W-JOB-OUTFILE
 C242-99.
     EXIT.

******************************************************************
* Kettenmarke in =SSFCHIST: LFDNR 0, PROG "*KETTE", DRYRUN "K" -
* RC 9 beim Start (laeuft), RC 0/1 am Ende (erfolgreich/
* abgebrochen) mit der Gesamtdauer. Grundlage der Vorbedingung
* "Kette heute erfolgreich beendet" (C403); wegen DRYRUN "K"
* fliessen die Marken nicht in Prognose, Eskalation, LIST BENCH
* und HISTAGG ein (alle nur DRYRUN "N"). Im Dryrun keine Marke
******************************************************************
 C250-KETTEN-MARKE SECTION.
 C250-00.
     IF  DRY-RUN
         EXIT SECTION
     END-IF

     PERFORM U200-TIMESTAMP
     MOVE TAL-TIME-N16 TO H-CHIST-START-TS
     COMPUTE W-STEP-END-CS =
             ((TAL-HH OF TAL-TIME-D * 3600)
            + (TAL-MI OF TAL-TIME-D * 60)
            +  TAL-SS OF TAL-TIME-D) * 100
            +  TAL-HS OF TAL-TIME-D
**  ---> Ende ohne Startmarke in diesem Lauf (Abbruch vor dem
**       Start, z.B. Vorbedingung nicht erfuellt): keine Dauer
     EVALUATE TRUE
         WHEN H-VB-RC = 9
             MOVE W-STEP-END-CS TO W-VB-KETTE-START-CS
             MOVE ZERO          TO H-CHIST-DAUER-CS
         WHEN W-VB-KETTE-START-CS = ZERO
             MOVE ZERO          TO H-CHIST-DAUER-CS
         WHEN W-STEP-END-CS >= W-VB-KETTE-START-CS
             COMPUTE H-CHIST-DAUER-CS =
                     W-STEP-END-CS - W-VB-KETTE-START-CS
         WHEN OTHER
             COMPUTE H-CHIST-DAUER-CS =
                     W-STEP-END-CS - W-VB-KETTE-START-CS + 8640000
     END-EVALUATE
     MOVE H-VB-RC   TO H-CHIST-RC
     MOVE ZERO      TO H-CHIST-CPU-TIME
     MOVE "K"       TO H-CHIST-DRYRUN
     MOVE SPACES    TO W-JOB-ARCHIV
     MOVE STUP-DEC-FUNKTION TO H-VB-FUNKTION
     MOVE W-SY-LAUFDATUM    TO H-SY-LAUFDATUM

     EXEC SQL
         INSERT
           INTO  =SSFCHIST
                 (ANWENDUNG, MODUL, FUNKTION, LFDNR, PROG
                 ,CPU_TIME, START_TS, DAUER_CS, RC, DRYRUN
                 ,JOBOUT_ARCHIV, ALARM_AN, RUN_DATUM
                 )
         VALUES  (
                  :K-MODUL
                 ,"        "
                 ,:H-VB-FUNKTION
                 ,0
                 ,"*KETTE"
                 ,:H-CHIST-CPU-TIME
                 ,:H-CHIST-START-TS
                 ,:H-CHIST-DAUER-CS
                 ,:H-CHIST-RC
                 ,:H-CHIST-DRYRUN
                 ,:W-JOB-ARCHIV
                 ,:W-OC-GEWAEHLT
                 ,:H-SY-LAUFDATUM
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert Kettenmarke in SSFCHIST !!!"
     END-EVALUATE
     .
 C250-99.
     EXIT.

******************************************************************
* Laufdatum der Kette fuer die Datumssymbole im Startup-Text
* (s. C261) festlegen und die Geschaeftstage dazu einmal je Lauf
* ermitteln (Geschaeftstag s. C262):
*   - normaler Start: heutiges Datum
*   - Restart (Start-LFDNR > 1): Laufdatum der juengsten
*     Kettenmarke dieser Kette in =SSFCHIST (RUN_DATUM), damit der
*     Rest der Kette fuer denselben Tag laeuft wie der abgebrochene
*     Lauf - auch ueber Mitternacht und mehrfache Restarts hinweg
* Findet die Suche innerhalb von 31 Tagen keinen Geschaeftstag,
* bleibt das Datum 0 - ein Schritt, der es benutzt, startet dann
* nicht (s. C261/C264)
******************************************************************
 C260-LAUFDATUM SECTION.
 C260-00.
     PERFORM U200-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-SY-LAUFDATUM

     IF  H-LFDNR-START > 1
         MOVE STUP-DEC-FUNKTION TO H-VB-FUNKTION
         MOVE ZERO              TO H-SY-LAUFDATUM
         EXEC SQL
             OPEN SY_CHIST_CURS
         END-EXEC
         IF  SQLCODE OF SQLCA = ZERO
             EXEC SQL
                 FETCH SY_CHIST_CURS
                  INTO  :H-SY-LAUFDATUM
             END-EXEC
             IF  SQLCODE OF SQLCA NOT = ZERO
                 MOVE ZERO TO H-SY-LAUFDATUM
             END-IF
             EXEC SQL
                 CLOSE SY_CHIST_CURS
             END-EXEC
         END-IF
         IF  H-SY-LAUFDATUM > ZERO
             MOVE H-SY-LAUFDATUM TO W-SY-LAUFDATUM
             DISPLAY " "
             DISPLAY "Restart - Laufdatum der Kette: " W-SY-LAUFDATUM
         END-IF
     END-IF

**  ---> voriger Geschaeftstag
     COMPUTE W-SY-TAGNR =
             FUNCTION INTEGER-OF-DATE (W-SY-LAUFDATUM) - 1
     PERFORM C262-GESCHAEFTSTAG
     PERFORM VARYING W-SY-SCHUTZ FROM 1 BY 1
             UNTIL   SY-GESCHAEFTSTAG
             OR      W-SY-SCHUTZ > 31
         SUBTRACT 1 FROM W-SY-TAGNR
         PERFORM C262-GESCHAEFTSTAG
     END-PERFORM
     IF  SY-GESCHAEFTSTAG
         MOVE W-SY-DATUM-N TO W-SY-PREVBDAY
     ELSE
         MOVE ZERO         TO W-SY-PREVBDAY
     END-IF

**  ---> naechster Geschaeftstag
     COMPUTE W-SY-TAGNR =
             FUNCTION INTEGER-OF-DATE (W-SY-LAUFDATUM) + 1
     PERFORM C262-GESCHAEFTSTAG
     PERFORM VARYING W-SY-SCHUTZ FROM 1 BY 1
             UNTIL   SY-GESCHAEFTSTAG
             OR      W-SY-SCHUTZ > 31
         ADD 1 TO W-SY-TAGNR
         PERFORM C262-GESCHAEFTSTAG
     END-PERFORM
     IF  SY-GESCHAEFTSTAG
         MOVE W-SY-DATUM-N TO W-SY-NEXTBDAY
     ELSE
         MOVE ZERO         TO W-SY-NEXTBDAY
     END-IF

**  ---> letzter Geschaeftstag des Monats (Ultimo): vom Ersten des
**       Folgemonats aus rueckwaerts
     MOVE W-SY-LAUFDATUM TO W-SY-DATUM-N
     MOVE 01             TO W-SY-DATUM-TT
     IF  W-SY-DATUM-MM = 12
         ADD  1  TO W-SY-DATUM-JHJJ
         MOVE 01 TO W-SY-DATUM-MM
     ELSE
         ADD  1  TO W-SY-DATUM-MM
     END-IF
     COMPUTE W-SY-TAGNR =
             FUNCTION INTEGER-OF-DATE (W-SY-DATUM-N) - 1
     PERFORM C262-GESCHAEFTSTAG
     PERFORM VARYING W-SY-SCHUTZ FROM 1 BY 1
             UNTIL   SY-GESCHAEFTSTAG
             OR      W-SY-SCHUTZ > 31
         SUBTRACT 1 FROM W-SY-TAGNR
         PERFORM C262-GESCHAEFTSTAG
     END-PERFORM
     IF  SY-GESCHAEFTSTAG
         MOVE W-SY-DATUM-N TO W-SY-MONTHEND
     ELSE
         MOVE ZERO         TO W-SY-MONTHEND
     END-IF
     .
 C260-99.
     EXIT.

******************************************************************
* Datumssymbole im Startup-Text des Schritts (PRG_STU) durch die
* Werte zum Laufdatum ersetzen (Format JJJJMMTT bzw. JJJJMM):
*   &RUNDATE  = Laufdatum der Kette (s. C260)
*   &PREVBDAY = voriger Geschaeftstag
*   &NEXTBDAY = naechster Geschaeftstag
*   &MONTHEND = letzter Geschaeftstag des Monats
*   &YYYYMM   = Jahr und Monat des Laufdatums
* Kopiert zeichenweise wie C231-JOBOUT-STUP; das Ergebnis steht in
* PHD-PRG-STU und W-SY-STU (fuer =SSFCHIST, s. C221). Ist ein
* benutztes Datum nicht bestimmt (0, s. C260), bleibt das Symbol
* stehen und SY-SYMBOL-FEHLT wird gesetzt (Symbol in
* W-SY-FEHLER-SYMBOL)
******************************************************************
 C261-STU-SYMBOLE SECTION.
 C261-00.
     MOVE SPACES TO W-SY-STU W-SY-FEHLER-SYMBOL
     MOVE SPACE  TO W-SY-ERSETZT-FLAG W-SY-FEHLER-FLAG
     MOVE 1      TO W-SY-ANZ1
     MOVE 1      TO W-SY-ANZ2
     PERFORM UNTIL W-SY-ANZ1 > LEN OF PRG-STU OF SSFRFDEF
             OR    W-SY-ANZ1 > 128
             OR    W-SY-ANZ2 > 128
         EVALUATE TRUE
             WHEN VAL OF PRG-STU OF SSFRFDEF (W-SY-ANZ1:1) NOT = "&"
                 MOVE VAL OF PRG-STU OF SSFRFDEF (W-SY-ANZ1:1)
                   TO W-SY-STU (W-SY-ANZ2:1)
                 ADD 1 TO W-SY-ANZ1
                 ADD 1 TO W-SY-ANZ2
             WHEN VAL OF PRG-STU OF SSFRFDEF (W-SY-ANZ1:8) = "&RUNDATE"
                 MOVE W-SY-LAUFDATUM TO W-SY-WERT
                 PERFORM C263-SY-WERT-EINFUEGEN
                 ADD 8 TO W-SY-ANZ1
             WHEN VAL OF PRG-STU OF SSFRFDEF (W-SY-ANZ1:9) = "&PREVBDAY"
                 IF  W-SY-PREVBDAY = ZERO
                     SET  SY-SYMBOL-FEHLT TO TRUE
                     MOVE "&PREVBDAY"     TO W-SY-FEHLER-SYMBOL
                                         W-SY-WERT
                 ELSE
                     MOVE W-SY-PREVBDAY  TO W-SY-WERT
                 END-IF
                 PERFORM C263-SY-WERT-EINFUEGEN
                 ADD 9 TO W-SY-ANZ1
             WHEN VAL OF PRG-STU OF SSFRFDEF (W-SY-ANZ1:9) = "&NEXTBDAY"
                 IF  W-SY-NEXTBDAY = ZERO
                     SET  SY-SYMBOL-FEHLT TO TRUE
                     MOVE "&NEXTBDAY"     TO W-SY-FEHLER-SYMBOL
                                         W-SY-WERT
                 ELSE
                     MOVE W-SY-NEXTBDAY  TO W-SY-WERT
                 END-IF
                 PERFORM C263-SY-WERT-EINFUEGEN
                 ADD 9 TO W-SY-ANZ1
             WHEN VAL OF PRG-STU OF SSFRFDEF (W-SY-ANZ1:9) = "&MONTHEND"
                 IF  W-SY-MONTHEND = ZERO
                     SET  SY-SYMBOL-FEHLT TO TRUE
                     MOVE "&MONTHEND"     TO W-SY-FEHLER-SYMBOL
                                         W-SY-WERT
                 ELSE
                     MOVE W-SY-MONTHEND  TO W-SY-WERT
                 END-IF
                 PERFORM C263-SY-WERT-EINFUEGEN
                 ADD 9 TO W-SY-ANZ1
             WHEN VAL OF PRG-STU OF SSFRFDEF (W-SY-ANZ1:7) = "&YYYYMM"
                 MOVE SPACES              TO W-SY-WERT
                 MOVE W-SY-LAUFDATUM (1:6) TO W-SY-WERT
                 PERFORM C263-SY-WERT-EINFUEGEN
                 ADD 7 TO W-SY-ANZ1
             WHEN OTHER
**              ---> kein bekanntes Symbol - "&" bleibt stehen
                 MOVE "&" TO W-SY-STU (W-SY-ANZ2:1)
                 ADD 1 TO W-SY-ANZ1
                 ADD 1 TO W-SY-ANZ2
         END-EVALUATE
     END-PERFORM

     MOVE W-SY-STU TO PHD-PRG-STU
     IF  SY-ERSETZT
         DISPLAY "  Startup (aufgeloest): " W-SY-STU (1:80)
     END-IF
     .
 C261-99.
     EXIT.

******************************************************************
* Tag W-SY-TAGNR (FUNCTION INTEGER-OF-DATE) pruefen: Geschaefts-
* tag ist jeder Montag bis Freitag, dessen Datum HCDAY (Funktion
* "X") als gueltig bestaetigt; Feiertage werden nicht beruecksich-
* tigt; Datum in W-SY-DATUM-N
******************************************************************
 C262-GESCHAEFTSTAG SECTION.
 C262-00.
     MOVE SPACE TO W-SY-GT-FLAG
     COMPUTE W-SY-DATUM-N = FUNCTION DATE-OF-INTEGER (W-SY-TAGNR)
     COMPUTE W-SY-WOTAG = FUNCTION MOD (W-SY-TAGNR - 1, 7) + 1
**  ---> Montag bis Freitag: Datum ueber HCDAY pruefen (TT.MM.JJJJ)
     IF  W-SY-WOTAG <= 5
         MOVE SPACE TO HC-DAY-FKT-TABELLE
         MOVE "X"   TO HC-DAY-FKT (1)
         MOVE SPACE TO HC-DAT-UNGEPR
         STRING  W-SY-DATUM-TT    DELIMITED BY SIZE
                 "."              DELIMITED BY SIZE
                 W-SY-DATUM-MM    DELIMITED BY SIZE
                 "."              DELIMITED BY SIZE
                 W-SY-DATUM-JHJJ  DELIMITED BY SIZE
            INTO HC-DAT-UNGEPR
         END-STRING
         PERFORM C265-CALL-HCDAY
         IF  HC-DAY-ERR = ZERO
             SET SY-GESCHAEFTSTAG TO TRUE
         END-IF
     END-IF
     .
 C262-99.
     EXIT.

******************************************************************
* Wert eines Datumssymbols (W-SY-WERT, ohne nachfolgende Blanks)
* an Position W-SY-ANZ2 in W-SY-STU einfuegen
******************************************************************
 C263-SY-WERT-EINFUEGEN SECTION.
 C263-00.
     SET SY-ERSETZT TO TRUE
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > 8
             OR      W-SY-WERT (C4-I1:1) = SPACE
         IF  W-SY-ANZ2 <= 128
             MOVE W-SY-WERT (C4-I1:1) TO W-SY-STU (W-SY-ANZ2:1)
             ADD 1 TO W-SY-ANZ2
         END-IF
     END-PERFORM
     .
 C263-99.
     EXIT.

******************************************************************
* Datumssymbol im Startup-Text nicht aufloesbar (s. C261): Schritt
* wird nicht gestartet und gilt als fehlgeschlagen - mit LFDNR_NOK
* Verzweigung und Alarm-Stufe WARNUNG, sonst Alarm-Stufe ALARM und
* Abbruch der Kette (wie ein fehlgeschlagener Schritt, s. C200);
* Fehlerklasse DATUMSSYMBOL geht in den Alarm und nach =SSFCHIST
******************************************************************
 C264-SYMBOL-FEHLER SECTION.
 C264-00.
     INITIALIZE MSG-SATZ
     SET  STEP-NOK TO TRUE
     MOVE "DATUMSSYMBOL" TO H-FK-KLASSE
     MOVE ZERO           TO H-FK-NR
     MOVE "N"            TO H-FK-RESTART

     DISPLAY " "
     DISPLAY " >> Datumssymbol " W-SY-FEHLER-SYMBOL
             " nicht bestimmbar (Laufdatum " W-SY-LAUFDATUM ") <<"
     MOVE SPACES TO ZEILE
     STRING "  ANWENDUNG: " DELIMITED BY SIZE
            ANWENDUNG OF SSFRFDEF DELIMITED BY SPACE
            "  MODUL: "     DELIMITED BY SIZE
            MODUL     OF SSFRFDEF DELIMITED BY SPACE
            "  FUNKTION: "  DELIMITED BY SIZE
            FUNKTION  OF SSFRFDEF DELIMITED BY SPACE
       INTO ZEILE
     END-STRING
     DISPLAY ZEILE
     MOVE LFDNR OF SSFRFDEF TO D-NUM4
     DISPLAY "  LFDNR: " D-NUM4 " - Schritt nicht gestartet"
     DISPLAY " "

     IF  LFDNR-NOK OF SSFRFDEF NOT = ZERO
         SET  ALERT-WARNUNG TO TRUE
         PERFORM C300-MAIL-FAILURE-ALERT
     ELSE
         SET  ALERT-ALARM TO TRUE
         PERFORM C300-MAIL-FAILURE-ALERT
         SET  PRG-ABBRUCH TO TRUE
     END-IF
     .
 C264-99.
     EXIT.

******************************************************************
* Aufruf Modul HCDAY
******************************************************************
 C265-CALL-HCDAY SECTION.
 C265-00.
     CALL "HCDAY" USING HC-DAY-PARM
     .
 C265-99.
     EXIT.

******************************************************************
* SLA-Basiswert-Alarm: gemessene Wanduhr-Dauer des gerade
* abgeschlossenen Schritts (W-STEP-DAUER-CS) gegen den historischen
     EXIT.

******************************************************************
* Fehlerklassifikation eines fehlgeschlagenen Schritts: die OUT-
* Datei des Schritts (dieselbe, die C230 anschliessend ins
* Tagesarchiv zippt) zeilenweise gegen den Fehlerkatalog =SSFFKAT
* pruefen. Ein Katalogmuster ist ein Textausschnitt, gesucht wird
* ohne Beachtung der Gross-/Kleinschreibung; treffen mehrere
* Muster, gilt der Eintrag mit der niedrigsten KAT_NR. Ergebnis in
* H-FK-KLASSE/H-FK-NR/H-FK-RESTART (fuer =SSFCHIST, s. C221) und
* W-FK-ERG-MASSN/W-FK-FUNDSTELLE (fuer den Fehleralarm, s. C275).
* Ohne Treffer bzw. ohne lesbare OUT-Datei wird das ausdruecklich
* als Klasse vermerkt, damit LIST FAILCAUSE (SRCSAFE) auch diese
* Faelle zaehlt
******************************************************************
 C270-FEHLER-KLASSIFIZIEREN SECTION.
 C270-00.
     MOVE SPACES TO H-FK-KLASSE H-FK-RESTART
                    W-FK-ERG-MASSN W-FK-FUNDSTELLE
     MOVE ZERO   TO H-FK-NR W-FK-BEST W-FK-ZEILEN-ANZ

     IF  NOT FK-GELADEN
         PERFORM C271-FK-KATALOG-LADEN
     END-IF

**  ---> OUT-Datei wie in C230; Spool-OUTs ("#" im Namen) lassen
**       sich nicht lesen
     MOVE VAL OF PRG-OUTF OF SSFRFDEF TO W-JOB-OUTFILE
     MOVE ZERO TO W-FK-ANZ1
     INSPECT W-JOB-OUTFILE TALLYING W-FK-ANZ1 FOR ALL "#"
     IF  W-JOB-OUTFILE = SPACES
     OR  W-FK-ANZ1 > ZERO
         MOVE "OHNE OUT-DATEI" TO H-FK-KLASSE
         MOVE "Keine lesbare OUT-Datei - Spool/Job-Protokoll sichten"
           TO W-FK-ERG-MASSN
         PERFORM C274-FK-ANZEIGE
         EXIT SECTION
     END-IF

     MOVE    W-JOB-OUTFILE       TO ASS-FNAME
     MOVE    ZERO                TO ASS-FSTATUS
     ENTER   "COBOLASSIGN"   USING  JOBOUTF
                                    ASS-FNAME
                             GIVING ASS-FSTATUS
     IF  ASS-FSTATUS = ZERO
         OPEN INPUT JOBOUTF
     END-IF
     IF  ASS-FSTATUS NOT = ZERO
     OR  NOT FILE-OK
         MOVE "OUT NICHT LESBAR" TO H-FK-KLASSE
         STRING  "OUT-Datei "          DELIMITED BY SIZE
                 W-JOB-OUTFILE         DELIMITED BY SPACE
                 " nicht lesbar - Berechtigung/Existenz pruefen"
                                       DELIMITED BY SIZE
           INTO  W-FK-ERG-MASSN
         END-STRING
         PERFORM C274-FK-ANZEIGE
         EXIT SECTION
     END-IF

**  ---> zeilenweise pruefen; ein Treffer auf den Katalogeintrag mit
**       dem hoechsten Vorrang (Tabellenplatz 1) beendet die Suche
     READ JOBOUTF AT END SET FILE-EOF TO TRUE END-READ
     PERFORM UNTIL NOT FILE-OK
                OR W-FK-BEST = 1
                OR W-FK-ZEILEN-ANZ >= K-FK-MAX-ZEILEN
         ADD 1 TO W-FK-ZEILEN-ANZ
         PERFORM C272-FK-ZEILE-PRUEFEN
         READ JOBOUTF AT END SET FILE-EOF TO TRUE END-READ
     END-PERFORM
     CLOSE JOBOUTF

     IF  W-FK-BEST > ZERO
         MOVE W-FK-KLASSE    (W-FK-BEST) TO H-FK-KLASSE
         MOVE W-FK-NR        (W-FK-BEST) TO H-FK-NR
         MOVE W-FK-RESTART   (W-FK-BEST) TO H-FK-RESTART
         MOVE W-FK-MASSNAHME (W-FK-BEST) TO W-FK-ERG-MASSN
     ELSE
         MOVE "UNBEKANNT" TO H-FK-KLASSE
         STRING  "Kein Katalogmuster trifft - OUT-Datei sichten, "
                                       DELIMITED BY SIZE
                 "ggf. Muster in =SSFFKAT aufnehmen (VERWALTUNG "
                                       DELIMITED BY SIZE
                 "FAILCAT)"            DELIMITED BY SIZE
           INTO  W-FK-ERG-MASSN
         END-STRING
     END-IF
     PERFORM C274-FK-ANZEIGE
     .
 C270-99.
     EXIT.

******************************************************************
* Fehlerkatalog =SSFFKAT (aktive Eintraege, nach KAT_NR) einmal je
* Lauf in die Tabelle W-FK-TAB laden; Muster in Grossschrift und
* mit ihrer Laenge ohne nachfolgende Blanks. Fehlt die Tabelle
* oder ist sie leer, bleibt jeder Fehlschlag UNBEKANNT
******************************************************************
 C271-FK-KATALOG-LADEN SECTION.
 C271-00.
     SET  FK-GELADEN TO TRUE
     MOVE ZERO TO W-FK-ANZ

     PERFORM S810-OPEN-SSFFKAT-CURSOR
     IF  SSFFKAT-OK
         PERFORM S811-FETCH-SSFFKAT-CURSOR
     END-IF
     PERFORM UNTIL SSFFKAT-EOD
                OR W-FK-ANZ >= K-FK-MAX-KAT
         ADD  1 TO W-FK-ANZ
         MOVE KAT-NR     OF SSFFKAT TO W-FK-NR        (W-FK-ANZ)
         MOVE MUSTER     OF SSFFKAT TO W-FK-MUSTER    (W-FK-ANZ)
         MOVE KLASSE     OF SSFFKAT TO W-FK-KLASSE    (W-FK-ANZ)
         MOVE RESTART-OK OF SSFFKAT TO W-FK-RESTART   (W-FK-ANZ)
         MOVE MASSNAHME  OF SSFFKAT TO W-FK-MASSNAHME (W-FK-ANZ)
         INSPECT W-FK-MUSTER (W-FK-ANZ)
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         MOVE 40 TO W-FK-LEN (W-FK-ANZ)
         PERFORM UNTIL W-FK-LEN (W-FK-ANZ) = ZERO
             OR W-FK-MUSTER (W-FK-ANZ) (W-FK-LEN (W-FK-ANZ):1)
                NOT = SPACE
             SUBTRACT 1 FROM W-FK-LEN (W-FK-ANZ)
         END-PERFORM
         PERFORM S811-FETCH-SSFFKAT-CURSOR
     END-PERFORM
     PERFORM S812-CLOSE-SSFFKAT-CURSOR

     IF  W-FK-ANZ = ZERO
         DISPLAY " >> Fehlerkatalog =SSFFKAT leer bzw. nicht "
                 "vorhanden - keine Fehlerklassifikation <<"
     END-IF
     .
 C271-99.
     EXIT.

******************************************************************
* eine Zeile der OUT-Datei gegen den Katalog pruefen - nur die
* Eintraege mit hoeherem Vorrang als der bisherige Treffer, die
* Tabelle ist nach KAT_NR sortiert
******************************************************************
 C272-FK-ZEILE-PRUEFEN SECTION.
 C272-00.
     MOVE JOBOUT-RECORD TO W-FK-ZEILE
     INSPECT W-FK-ZEILE
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

     MOVE 1 TO W-FK-IX
     PERFORM UNTIL W-FK-IX > W-FK-ANZ
                OR (W-FK-BEST > ZERO AND W-FK-IX >= W-FK-BEST)
         IF  W-FK-LEN (W-FK-IX) > ZERO
             MOVE ZERO TO W-FK-TREFFER
             INSPECT W-FK-ZEILE TALLYING W-FK-TREFFER
                 FOR ALL W-FK-MUSTER (W-FK-IX) (1:W-FK-LEN (W-FK-IX))
             IF  W-FK-TREFFER > ZERO
                 MOVE W-FK-IX       TO W-FK-BEST
                 MOVE JOBOUT-RECORD TO W-FK-FUNDSTELLE
             END-IF
         END-IF
         ADD 1 TO W-FK-IX
     END-PERFORM
     .
 C272-99.
     EXIT.

******************************************************************
* Ergebnis der Fehlerklassifikation im Job-Output anzeigen
******************************************************************
 C274-FK-ANZEIGE SECTION.
 C274-00.
     DISPLAY "  Fehlerklasse: " H-FK-KLASSE
     IF  H-FK-NR > ZERO
         MOVE H-FK-NR TO D-NUM4
         DISPLAY "  Katalog-Nr.:  " D-NUM4
                 "   Restart unbedenklich: " H-FK-RESTART
     END-IF
     IF  W-FK-ERG-MASSN NOT = SPACES
         DISPLAY "  Massnahme:    " W-FK-ERG-MASSN (1:60)
         IF  W-FK-ERG-MASSN (61:60) NOT = SPACES
             DISPLAY "                " W-FK-ERG-MASSN (61:60)
         END-IF
     END-IF
     .
 C274-99.
     EXIT.

******************************************************************
* Fehleralarm-Mail: Fehlerklasse, Restart-Empfehlung, Massnahme
* (bis zu 3 Zeilen) und Fundstelle in der OUT-Datei (s. C270)
******************************************************************
 C275-MAIL-FEHLERKLASSE SECTION.
 C275-00.
     WRITE EMAIL-RECORD FROM EM-LZ

     MOVE SPACES           TO EM-PZ
     MOVE "Fehlerklasse:"  TO EM-PZ-HEADER
     IF  H-FK-NR > ZERO
         MOVE H-FK-NR TO D-NUM4
         STRING  H-FK-KLASSE        DELIMITED BY "  "
                 " (Katalog-Nr."    DELIMITED BY SIZE
                 D-NUM4             DELIMITED BY SIZE
                 ")"                DELIMITED BY SIZE
           INTO  EM-PZ-VALUE
         END-STRING
     ELSE
         MOVE H-FK-KLASSE TO EM-PZ-VALUE
     END-IF
     WRITE EMAIL-RECORD FROM EM-PZ

     MOVE SPACES           TO EM-PZ
     MOVE "Restart:"       TO EM-PZ-HEADER
     EVALUATE TRUE
         WHEN H-FK-RESTART-J
             MOVE "unbedenklich (ab fehlgeschl. LFDNR)"
               TO EM-PZ-VALUE
         WHEN H-FK-RESTART-N
             MOVE "erst nach Pruefung/Bereinigung"
               TO EM-PZ-VALUE
         WHEN OTHER
             MOVE "keine Aussage - Ursache unbekannt"
               TO EM-PZ-VALUE
     END-EVALUATE
     WRITE EMAIL-RECORD FROM EM-PZ

     IF  W-FK-ERG-MASSN NOT = SPACES
         MOVE SPACES                  TO EM-PZ
         MOVE "Massnahme:"            TO EM-PZ-HEADER
         MOVE W-FK-ERG-MASSN (1:40)   TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         IF  W-FK-ERG-MASSN (41:40) NOT = SPACES
             MOVE SPACES                  TO EM-PZ
             MOVE W-FK-ERG-MASSN (41:40)  TO EM-PZ-VALUE
             WRITE EMAIL-RECORD FROM EM-PZ
         END-IF
         IF  W-FK-ERG-MASSN (81:40) NOT = SPACES
             MOVE SPACES                  TO EM-PZ
             MOVE W-FK-ERG-MASSN (81:40)  TO EM-PZ-VALUE
             WRITE EMAIL-RECORD FROM EM-PZ
         END-IF
     END-IF

**  ---> Fundstelle ohne fuehrende Blanks
     IF  W-FK-FUNDSTELLE NOT = SPACES
         MOVE ZERO TO W-FK-ANZ1
         INSPECT W-FK-FUNDSTELLE TALLYING W-FK-ANZ1 FOR LEADING SPACE
         MOVE SPACES                  TO EM-PZ
         MOVE "Fundstelle OUT:"       TO EM-PZ-HEADER
         MOVE W-FK-FUNDSTELLE (W-FK-ANZ1 + 1:) TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     .
 C275-99.
     EXIT.

******************************************************************
* Benannte Ressourcen des Schritts belegen (=SSFRESDEF), bevor der
* Schritt startet: Schritte verschiedener Ketten, die dieselben
* Bestaende bearbeiten (Archiv-Index, ZIP-Bereinigung, Cold-
* Archiv, Integritaetspruefung), duerfen nicht gleichzeitig
* laufen. MODUS "X" = exklusiv, "S" = gemeinsam mit anderen "S".
* Der Schritt meldet sich in =SSFRESLK als wartend ("W") an und
* versucht dann je Minute, alle seine Ressourcen in EINER
* Transaktion auf belegt ("H") zu setzen (s. C282); gelingt das
* nicht innerhalb der Wartezeit (kleinstes MAX_WARTE_MIN), wird
* die Anmeldung zurueckgenommen, der Schritt nicht gestartet und
* die Kette mit Fehleralarm (Stufe RESSOURCE) abgebrochen.
* Freigabe in C285 (nach dem Schritt, bei Erfolg wie Fehler)
******************************************************************
 C280-RES-BELEGEN SECTION.
 C280-00.
     MOVE ZERO   TO W-RS-ANZ W-RS-WARTE-SEK
     MOVE SPACES TO W-RS-BLK-RESSOURCE W-RS-BLK-FUNKTION
     MOVE ZERO   TO W-RS-BLK-LFDNR
     PERFORM C281-RES-LADEN
     IF  W-RS-ANZ = ZERO
         EXIT SECTION
     END-IF

     DISPLAY " "
     PERFORM VARYING W-RS-IX FROM 1 BY 1 UNTIL W-RS-IX > W-RS-ANZ
         DISPLAY "Ressource " W-RS-RESSOURCE (W-RS-IX)
                 " Modus " W-RS-MODUS (W-RS-IX)
     END-PERFORM
     IF  DRY-RUN
         DISPLAY "DRYRUN - Ressourcen werden nicht belegt"
         EXIT SECTION
     END-IF
     MOVE W-RS-MAX-MIN TO D-NUM4
     DISPLAY "  max. Wartezeit (Minuten): " D-NUM4

**  ---> als wartend anmelden (macht die Wartenden fuer LIST RESLOCK
**       in SRCSAFE sichtbar), danach belegen versuchen
     PERFORM C283-RES-ANMELDEN
     PERFORM UNTIL NOT RS-OFFEN
         PERFORM C282-RES-VERSUCH
         EVALUATE TRUE
             WHEN NOT RS-KONFLIKT
                 SET RS-BELEGT TO TRUE
             WHEN W-RS-WARTE-SEK >= W-RS-MAX-MIN * 60
                 SET RS-ZEIT-UM TO TRUE
             WHEN OTHER
                 IF  W-RS-WARTE-SEK = ZERO
                     DISPLAY "Ressource " W-RS-BLK-RESSOURCE
                             " belegt von " W-RS-BLK-FUNKTION
                             " - Schritt wartet"
                 END-IF
                 ENTER TAL "DELAY" USING K-RS-POLL-CS
                 COMPUTE W-RS-WARTE-SEK = W-RS-WARTE-SEK
                                        + K-RS-POLL-CS / 100
         END-EVALUATE
     END-PERFORM

     IF  RS-BELEGT
         DISPLAY "Ressourcen belegt - Schritt startet"
         EXIT SECTION
     END-IF

**  ---> nicht belegt (Wartezeit um oder =SSFRESLK nicht fort-
**       schreibbar): Anmeldung zuruecknehmen, Schritt nicht starten
     DISPLAY " "
     IF  RS-ZEIT-UM
         DISPLAY " >> Ressource nach Wartezeit nicht frei <<"
         DISPLAY "  " W-RS-BLK-RESSOURCE " belegt von "
                 W-RS-BLK-FUNKTION
     ELSE
         DISPLAY " >> Ressourcen-Sperre nicht moeglich <<"
     END-IF
     DISPLAY " >>> ABBRUCH! <<<"
     DISPLAY " "
     PERFORM C285-RES-FREIGEBEN
     SET  ALERT-RESSOURCE TO TRUE
     PERFORM C300-MAIL-FAILURE-ALERT
     SET  PRG-ABBRUCH TO TRUE
     .
 C280-99.
     EXIT.

******************************************************************
* Ressourcen des aktuellen Schritts aus =SSFRESDEF in W-RS-TAB
* laden (nach Namen sortiert = feste Sperrreihenfolge) und die
* Wartezeit bestimmen: das kleinste MAX_WARTE_MIN, ohne Angabe
* K-RS-MAX-WARTE-MIN
******************************************************************
 C281-RES-LADEN SECTION.
 C281-00.
     MOVE ZERO TO W-RS-MAX-MIN
     PERFORM S813-OPEN-SSFRESDEF-CURSOR
     IF  NOT SSFRESDEF-OK
         EXIT SECTION
     END-IF
     PERFORM S814-FETCH-SSFRESDEF-CURSOR
     PERFORM UNTIL NOT SSFRESDEF-OK
             OR    W-RS-ANZ >= 10
         ADD 1 TO W-RS-ANZ
         MOVE RESSOURCE OF SSFRESDEF TO W-RS-RESSOURCE (W-RS-ANZ)
         MOVE MODUS     OF SSFRESDEF TO W-RS-MODUS     (W-RS-ANZ)
         IF  W-RS-MODUS (W-RS-ANZ) NOT = "S"
             MOVE "X" TO W-RS-MODUS (W-RS-ANZ)
         END-IF
         IF  MAX-WARTE-MIN OF SSFRESDEF > ZERO
         AND (W-RS-MAX-MIN = ZERO
           OR MAX-WARTE-MIN OF SSFRESDEF < W-RS-MAX-MIN)
             MOVE MAX-WARTE-MIN OF SSFRESDEF TO W-RS-MAX-MIN
         END-IF
         PERFORM S814-FETCH-SSFRESDEF-CURSOR
     END-PERFORM
     PERFORM S815-CLOSE-SSFRESDEF-CURSOR

     IF  W-RS-MAX-MIN = ZERO
         MOVE K-RS-MAX-WARTE-MIN TO W-RS-MAX-MIN
     END-IF
     .
 C281-99.
     EXIT.

******************************************************************
* Ein Belegungsversuch: in einer Transaktion die eigenen Zeilen in
* =SSFRESLK auf "H" setzen und dann je Ressource die Belegungen
* ANDERER Schritte lesen. Ein gleichzeitig pruefender Schritt
* haelt seine neu gesetzten "H"-Zeilen gesperrt, das Lesen wartet
* also auf dessen COMMIT/ROLLBACK - so koennen nie zwei
* unvertraegliche Schritte gleichzeitig belegen. Konflikt (oder
* SQL-Fehler, z.B. Sperr-Timeout): ROLLBACK, die Zeilen bleiben
* "W", naechster Versuch nach K-RS-POLL-CS
******************************************************************
 C282-RES-VERSUCH SECTION.
 C282-00.
     MOVE SPACE TO W-RS-KONFLIKT-FLAG
     PERFORM U200-TIMESTAMP
     MOVE TAL-TIME-N16 TO H-RS-SEIT-TS
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =SSFRESLK
            SET   ZUSTAND = "H"
                 ,SEIT_TS = :H-RS-SEIT-TS
          WHERE   ANWENDUNG = :K-MODUL
            AND   FUNKTION  = :FUNKTION OF SSFRFDEF
            AND   LFDNR     = :LFDNR    OF SSFRFDEF
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         SET RS-KONFLIKT TO TRUE
     END-IF

     PERFORM VARYING W-RS-IX FROM 1 BY 1
             UNTIL W-RS-IX > W-RS-ANZ
             OR    RS-KONFLIKT
         MOVE W-RS-RESSOURCE (W-RS-IX) TO H-RS-RESSOURCE
         PERFORM S816-OPEN-SSFRESLK-CURSOR
         IF  NOT SSFRESLK-OK
             SET RS-KONFLIKT TO TRUE
         ELSE
             PERFORM S817-FETCH-SSFRESLK-CURSOR
             PERFORM UNTIL NOT SSFRESLK-OK
                     OR    RS-KONFLIKT
                 IF  MODUS OF SSFRESLK = "X"
                 OR  W-RS-MODUS (W-RS-IX) = "X"
                     SET  RS-KONFLIKT TO TRUE
                     MOVE H-RS-RESSOURCE       TO W-RS-BLK-RESSOURCE
                     MOVE FUNKTION OF SSFRESLK TO W-RS-BLK-FUNKTION
                     MOVE LFDNR    OF SSFRESLK TO W-RS-BLK-LFDNR
                 ELSE
                     PERFORM S817-FETCH-SSFRESLK-CURSOR
                 END-IF
             END-PERFORM
             IF  SSFRESLK-NOK
                 SET RS-KONFLIKT TO TRUE
             END-IF
             PERFORM S818-CLOSE-SSFRESLK-CURSOR
         END-IF
     END-PERFORM

     IF  RS-KONFLIKT
         PERFORM U120-ROLLBACK
         IF  W-RS-BLK-RESSOURCE = SPACES
             MOVE H-RS-RESSOURCE  TO W-RS-BLK-RESSOURCE
             MOVE "(SQL-Sperre)"  TO W-RS-BLK-FUNKTION
         END-IF
     ELSE
         PERFORM U110-COMMIT
         IF  SQLCODE OF SQLCA NOT = ZERO
             SET RS-KONFLIKT TO TRUE
         END-IF
     END-IF
     .
 C282-99.
     EXIT.

******************************************************************
* Schritt in =SSFRESLK als wartend ("W") anmelden: evtl. Reste
* eines abgebrochenen Laufs desselben Schritts loeschen und je
* Ressource eine Zeile einfuegen. Fehler = RS-FEHLER
******************************************************************
 C283-RES-ANMELDEN SECTION.
 C283-00.
     SET  RS-OFFEN TO TRUE
     PERFORM U200-TIMESTAMP
     MOVE TAL-TIME-N16 TO H-RS-SEIT-TS
     PERFORM U100-BEGIN
     EXEC SQL
         DELETE
           FROM  =SSFRESLK
          WHERE   ANWENDUNG = :K-MODUL
            AND   FUNKTION  = :FUNKTION OF SSFRFDEF
            AND   LFDNR     = :LFDNR    OF SSFRFDEF
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
     AND SQLCODE OF SQLCA NOT = 100
         SET RS-FEHLER TO TRUE
     END-IF

     PERFORM VARYING W-RS-IX FROM 1 BY 1
             UNTIL W-RS-IX > W-RS-ANZ
             OR    RS-FEHLER
         MOVE W-RS-RESSOURCE (W-RS-IX) TO H-RS-RESSOURCE
         MOVE W-RS-MODUS     (W-RS-IX) TO H-RS-MODUS
         EXEC SQL
             INSERT
               INTO  =SSFRESLK
                     (RESSOURCE, ANWENDUNG, FUNKTION, LFDNR
                     ,MODUS, ZUSTAND, SEIT_TS
                     )
             VALUES  (
                      :H-RS-RESSOURCE
                     ,:K-MODUL
                     ,:FUNKTION OF SSFRFDEF
                     ,:LFDNR    OF SSFRFDEF
                     ,:H-RS-MODUS
                     ,"W"
                     ,:H-RS-SEIT-TS
                     )
         END-EXEC
         IF  SQLCODE OF SQLCA NOT = ZERO
             SET RS-FEHLER TO TRUE
         END-IF
     END-PERFORM

     IF  RS-FEHLER
         MOVE SQLCODE OF SQLCA TO D-NUM4
         PERFORM U120-ROLLBACK
         DISPLAY "!!! Fehler bei Anmeldung in SSFRESLK: " D-NUM4
     ELSE
         PERFORM U110-COMMIT
     END-IF
     .
 C283-99.
     EXIT.

******************************************************************
* Ressourcen des aktuellen Schritts freigeben (eigene Zeilen in
* =SSFRESLK loeschen) - nach dem Schritt bei Erfolg wie bei
* Fehler, nach einem vergeblichen Belegungsversuch und zur
* Sicherheit bei Programmende (B090)
******************************************************************
 C285-RES-FREIGEBEN SECTION.
 C285-00.
     IF  W-RS-ANZ = ZERO
         EXIT SECTION
     END-IF
     IF  DRY-RUN
         MOVE ZERO TO W-RS-ANZ
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     EXEC SQL
         DELETE
           FROM  =SSFRESLK
          WHERE   ANWENDUNG = :K-MODUL
            AND   FUNKTION  = :FUNKTION OF SSFRFDEF
            AND   LFDNR     = :LFDNR    OF SSFRFDEF
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
         WHEN 100
             PERFORM U110-COMMIT
             IF  RS-BELEGT
                 DISPLAY "Ressourcen freigegeben"
             END-IF
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             PERFORM U120-ROLLBACK
             DISPLAY "!!! Fehler bei Freigabe in SSFRESLK: " D-NUM4
     END-EVALUATE
     MOVE ZERO  TO W-RS-ANZ
     MOVE SPACE TO W-RS-STATUS
     .
 C285-99.
     EXIT.

******************************************************************
* Entscheidungspunkt (SSFRFDEF.SCHRITT_TYP "G"): statt eines
* Prozesses haelt die Kette an und wartet auf die Entscheidung
* eines berechtigten Benutzers in SRCSAFE (VERWALTUNG GATE
* CONTINUE|ABORT <Funktion> <Kommentar>). Der Punkt wird in
* =SSFGATE als wartend ("W") angemeldet, die Bereitschaft per
* Mail (Stufe GATE, s. C300/C294) benachrichtigt; danach wird je
* K-GT-POLL-CS nachgesehen, ob entschieden wurde (s. C292).
* Frage = aufgeloester PRG_STU, Wartezeit = PRG_TIMEOUT in
* Sekunden (ohne Angabe K-GT-MAX-WARTE-MIN), Standardaktion nach
* Zeitablauf = GATE_STANDARD ("C" fortsetzen, sonst abbrechen,
* s. C293). FORTSETZEN = Schritt OK; ABBRECHEN = Schritt NOK, mit
* LFDNR_NOK Verzweigung, sonst Abbruch der Kette. Entscheidung,
* Entscheider und Kommentar gehen in =SSFCHIST (s. C221)
******************************************************************
 C290-GATE SECTION.
 C290-00.
     INITIALIZE MSG-SATZ
     MOVE SPACES TO W-JOB-ARCHIV W-GT-STATUS W-GT-TIMEOUT-FLAG
                    H-GT-FRAGE
     MOVE ZERO   TO W-GT-WARTE-SEK

**  ---> Frage (Datumssymbole wie im Startup-Text, s. C261),
**       Standardaktion und Wartezeit des Punkts
     PERFORM C261-STU-SYMBOLE
     MOVE W-SY-STU TO H-GT-FRAGE
     IF  GATE-STANDARD OF SSFRFDEF = "C"
         MOVE "C" TO W-GT-STANDARD
     ELSE
         MOVE "A" TO W-GT-STANDARD
     END-IF
     IF  PRG-TIMEOUT OF SSFRFDEF > ZERO
         MOVE PRG-TIMEOUT OF SSFRFDEF TO W-GT-MAX-SEK
     ELSE
         COMPUTE W-GT-MAX-SEK = K-GT-MAX-WARTE-MIN * 60
     END-IF
     COMPUTE H-GT-MAX-MIN = (W-GT-MAX-SEK + 59) / 60

     DISPLAY " "
     MOVE LFDNR OF SSFRFDEF TO D-NUM4
     DISPLAY "Entscheidungspunkt LFDNR " D-NUM4
     DISPLAY "  Frage: " H-GT-FRAGE
     MOVE H-GT-MAX-MIN TO D-NUM4
     IF  W-GT-STANDARD = "C"
         DISPLAY "  max. Wartezeit (Minuten): " D-NUM4
                 " - danach FORTSETZEN"
     ELSE
         DISPLAY "  max. Wartezeit (Minuten): " D-NUM4
                 " - danach ABBRECHEN"
     END-IF
     IF  DRY-RUN
         DISPLAY "DRYRUN - Kette wuerde hier auf eine Entscheidung"
                 " warten"
         SET  STEP-OK TO TRUE
         EXIT SECTION
     END-IF

**  ---> als wartend anmelden und die Bereitschaft benachrichtigen
     PERFORM C291-GATE-ANMELDEN
     IF  GT-OFFEN
         SET  ALERT-GATE       TO TRUE
         SET  GT-PHASE-START   TO TRUE
         PERFORM C300-MAIL-FAILURE-ALERT
         DISPLAY "Kette wartet auf Entscheidung (SRCSAFE VERWALTUNG"
                 " GATE)"
     END-IF

**  ---> warten, bis entschieden ist oder die Wartezeit um ist
     PERFORM UNTIL NOT GT-OFFEN
         ENTER TAL "DELAY" USING K-GT-POLL-CS
         COMPUTE W-GT-WARTE-SEK = W-GT-WARTE-SEK
                                + K-GT-POLL-CS / 100
         PERFORM C292-GATE-LESEN
         IF  GT-OFFEN
         AND W-GT-WARTE-SEK >= W-GT-MAX-SEK
             PERFORM C293-GATE-TIMEOUT
         END-IF
     END-PERFORM

     MOVE W-GT-STATUS TO H-GT-ENTSCHEID
     IF  GT-FORTSETZEN
         DISPLAY "Entscheidung: FORTSETZEN von " H-GT-USER
     ELSE
         DISPLAY "Entscheidung: ABBRECHEN von " H-GT-USER
     END-IF
     IF  H-GT-KOMMENTAR NOT = SPACES
         DISPLAY "  Kommentar: " H-GT-KOMMENTAR
     END-IF

**  ---> nach Zeitablauf die angewandte Standardaktion melden
     IF  GT-TIMEOUT
         SET  ALERT-GATE        TO TRUE
         SET  GT-PHASE-TIMEOUT  TO TRUE
         PERFORM C300-MAIL-FAILURE-ALERT
     END-IF

     IF  GT-FORTSETZEN
         SET  STEP-OK TO TRUE
         EXIT SECTION
     END-IF

     SET  STEP-NOK TO TRUE
     IF  LFDNR-NOK OF SSFRFDEF NOT = ZERO
         MOVE LFDNR-NOK OF SSFRFDEF TO D-NUM4
         DISPLAY "Abbruch am Entscheidungspunkt - Verzweigung auf"
                 " LFDNR_NOK " D-NUM4
     ELSE
         DISPLAY " >>> Kette am Entscheidungspunkt abgebrochen <<<"
         DISPLAY " "
         SET  PRG-ABBRUCH TO TRUE
     END-IF
     .
 C290-99.
     EXIT.

******************************************************************
* Entscheidungspunkt in =SSFGATE als wartend ("W") anmelden (Reste
* eines frueheren Laufs desselben Punkts werden ersetzt). Ist das
* nicht moeglich, kann niemand entscheiden - die Kette wird dann
* mit Fehleralarm (Stufe ALARM) abgebrochen
******************************************************************
 C291-GATE-ANMELDEN SECTION.
 C291-00.
     SET  GT-OFFEN TO TRUE
     MOVE W-GT-STANDARD TO H-GT-STANDARD
     PERFORM U200-TIMESTAMP
     MOVE TAL-TIME-N16  TO H-GT-START-TS
     PERFORM U100-BEGIN
     EXEC SQL
         DELETE
           FROM  =SSFGATE
          WHERE   ANWENDUNG = :K-MODUL
            AND   FUNKTION  = :FUNKTION OF SSFRFDEF
            AND   LFDNR     = :LFDNR    OF SSFRFDEF
     END-EXEC
     IF  SQLCODE OF SQLCA = ZERO
     OR  SQLCODE OF SQLCA = 100
         EXEC SQL
             INSERT
               INTO  =SSFGATE
                     (ANWENDUNG, MODUL, FUNKTION, LFDNR, ZUSTAND
                     ,STD_AKTION, MAX_WARTE_MIN, FRAGE, START_TS
                     ,ENTSCHEID_TS, ENTSCHEIDER, KOMMENTAR
                     )
             VALUES  (
                      :K-MODUL
                     ,:MODUL    OF SSFRFDEF
                     ,:FUNKTION OF SSFRFDEF
                     ,:LFDNR    OF SSFRFDEF
                     ,"W"
                     ,:H-GT-STANDARD
                     ,:H-GT-MAX-MIN
                     ,:H-GT-FRAGE
                     ,:H-GT-START-TS
                     ,0
                     ," "
                     ," "
                     )
         END-EXEC
     END-IF

     IF  SQLCODE OF SQLCA = ZERO
         PERFORM U110-COMMIT
         EXIT SECTION
     END-IF

     MOVE SQLCODE OF SQLCA TO D-NUM4
     PERFORM U120-ROLLBACK
     DISPLAY "!!! Fehler bei Anmeldung in SSFGATE: " D-NUM4
     SET  GT-ABBRECHEN TO TRUE
     MOVE K-MODUL      TO H-GT-USER
     MOVE "Anmeldung in =SSFGATE nicht moeglich"
                       TO H-GT-KOMMENTAR
     SET  ALERT-ALARM  TO TRUE
     PERFORM C300-MAIL-FAILURE-ALERT
     .
 C291-99.
     EXIT.

******************************************************************
* Stand des Entscheidungspunkts aus =SSFGATE lesen: "C"/"A" =
* entschieden (Entscheider und Kommentar aus der Zeile); ist die
* Zeile verschwunden, gilt ABBRECHEN. Bei anderen SQL-Fehlern
* wird weiter gewartet (naechster Versuch nach K-GT-POLL-CS)
******************************************************************
 C292-GATE-LESEN SECTION.
 C292-00.
     EXEC SQL
         SELECT  ZUSTAND, ENTSCHEIDER, KOMMENTAR
           INTO  :H-GT-ZUSTAND, :H-GT-USER, :H-GT-KOMMENTAR
           FROM  =SSFGATE
          WHERE   ANWENDUNG = :K-MODUL
            AND   FUNKTION  = :FUNKTION OF SSFRFDEF
            AND   LFDNR     = :LFDNR    OF SSFRFDEF
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
             IF  H-GT-ZUSTAND = "C"
             OR  H-GT-ZUSTAND = "A"
                 MOVE H-GT-ZUSTAND TO W-GT-STATUS
             END-IF
         WHEN 100
             SET  GT-ABBRECHEN TO TRUE
             MOVE K-MODUL      TO H-GT-USER
             MOVE "Entscheidungspunkt in =SSFGATE geloescht"
                               TO H-GT-KOMMENTAR
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Select SSFGATE: " D-NUM4
     END-EVALUATE
     .
 C292-99.
     EXIT.

******************************************************************
* Wartezeit des Entscheidungspunkts um: Standardaktion eintragen
* (Entscheider K-GT-TIMEOUT-USER) - nur solange die Zeile noch
* wartet; hat inzwischen jemand entschieden, gilt dessen
* Entscheidung. Die Standardaktion wird in =SSPROT protokolliert
* (AKTION "GT", wie die Entscheidungen aus SRCSAFE). Ist =SSFGATE
* nicht fortschreibbar, gilt die Standardaktion trotzdem, damit
* die Kette nicht endlos haengt
******************************************************************
 C293-GATE-TIMEOUT SECTION.
 C293-00.
     MOVE W-GT-STANDARD     TO H-GT-ZUSTAND
     MOVE K-GT-TIMEOUT-USER TO H-GT-USER
     MOVE "Zeitablauf - Standardaktion angewandt"
                            TO H-GT-KOMMENTAR
     PERFORM U200-TIMESTAMP
     MOVE TAL-TIME-N16      TO H-GT-ENTSCHEID-TS
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =SSFGATE
            SET   ZUSTAND      = :H-GT-ZUSTAND
                 ,ENTSCHEID_TS = :H-GT-ENTSCHEID-TS
                 ,ENTSCHEIDER  = :H-GT-USER
                 ,KOMMENTAR    = :H-GT-KOMMENTAR
          WHERE   ANWENDUNG = :K-MODUL
            AND   FUNKTION  = :FUNKTION OF SSFRFDEF
            AND   LFDNR     = :LFDNR    OF SSFRFDEF
            AND   ZUSTAND   = "W"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
             PERFORM U110-COMMIT
         WHEN 100
**          ---> inzwischen entschieden - diese Entscheidung gilt
             PERFORM U120-ROLLBACK
             PERFORM C292-GATE-LESEN
             IF  NOT GT-OFFEN
                 EXIT SECTION
             END-IF
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             PERFORM U120-ROLLBACK
             DISPLAY "!!! Fehler bei Update SSFGATE: " D-NUM4
     END-EVALUATE

     MOVE W-GT-STANDARD TO W-GT-STATUS
     MOVE K-GT-TIMEOUT-USER TO H-GT-USER
     MOVE "Zeitablauf - Standardaktion angewandt"
                        TO H-GT-KOMMENTAR
     SET  GT-TIMEOUT    TO TRUE
     DISPLAY " >> Wartezeit am Entscheidungspunkt abgelaufen <<"

**  ---> Standardaktion im Audit-Protokoll =SSPROT festhalten
     MOVE K-MODUL           TO SOURCE-MODUL OF SSPROT
     MOVE "GT"              TO AKTION       OF SSPROT
     MOVE K-GT-TIMEOUT-USER TO GROUP-USER   OF SSPROT
     MOVE "NO"              TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES            TO KOMMENTAR    OF SSPROT
     MOVE LFDNR OF SSFRFDEF TO D-NUM4
     IF  GT-FORTSETZEN
         MOVE "FORTSETZEN"  TO W-GT-AKTION-TXT
     ELSE
         MOVE "ABBRECHEN"   TO W-GT-AKTION-TXT
     END-IF
     STRING  "Gate "                DELIMITED BY SIZE
             FUNKTION OF SSFRFDEF   DELIMITED BY SPACE
             " LFDNR"               DELIMITED BY SIZE
             D-NUM4                 DELIMITED BY SIZE
             " Zeitablauf: "        DELIMITED BY SIZE
             W-GT-AKTION-TXT        DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM U100-BEGIN
     EXEC SQL
         INSERT
           INTO  =SSPROT
                 (SOURCE_MODUL, AKTION, GROUP_USER, KZ_FREIGABE
                 ,KOMMENTAR, ANWENDUNG
                 )
         VALUES  (
                  :SOURCE-MODUL of SSPROT
                 ,:AKTION       of SSPROT
                 ,:GROUP-USER   of SSPROT
                 ,:KZ-FREIGABE  of SSPROT
                 ,:KOMMENTAR    of SSPROT
                 ,:K-MODUL
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     DISPLAY "!!! Fehler bei Insert in SSPROT !!!"
     END-EVALUATE
     .
 C293-99.
     EXIT.

******************************************************************
* Mail-Zeilen zum Entscheidungspunkt (Stufe GATE, s. C300): Frage,
* Wartezeit und Standardaktion; bei der Anmeldung die Antwort-
* moeglichkeit in SRCSAFE, nach Zeitablauf die angewandte Aktion
******************************************************************
 C294-MAIL-GATE SECTION.
 C294-00.
     MOVE SPACES             TO EM-PZ
     MOVE "Frage:"           TO EM-PZ-HEADER
     MOVE H-GT-FRAGE (1:40)  TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     IF  H-GT-FRAGE (41:24) NOT = SPACES
         MOVE SPACES             TO EM-PZ
         MOVE H-GT-FRAGE (41:24) TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF

     MOVE SPACES             TO EM-PZ
     MOVE "Wartezeit (Min.):" TO EM-PZ-HEADER
     MOVE H-GT-MAX-MIN       TO D-NUM4
     MOVE D-NUM4             TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

     MOVE SPACES             TO EM-PZ
     MOVE "Standardaktion:"  TO EM-PZ-HEADER
     IF  W-GT-STANDARD = "C"
         MOVE "FORTSETZEN"   TO EM-PZ-VALUE
     ELSE
         MOVE "ABBRECHEN"    TO EM-PZ-VALUE
     END-IF
     WRITE EMAIL-RECORD FROM EM-PZ

     IF  GT-PHASE-TIMEOUT
         MOVE SPACES         TO EM-PZ
         MOVE "Entschieden:" TO EM-PZ-HEADER
         MOVE "Zeitablauf - Standardaktion angewandt"
                             TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
     ELSE
         WRITE EMAIL-RECORD FROM EM-LZ
         MOVE SPACES         TO EM-PZ
         MOVE "Antwort SRCSAFE:" TO EM-PZ-HEADER
         MOVE "VERWALTUNG GATE CONTINUE|ABORT"
                             TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE SPACES         TO EM-PZ
         STRING  FUNKTION OF SSFRFDEF DELIMITED BY SPACE
                 " <Kommentar>"       DELIMITED BY SIZE
           INTO  EM-PZ-VALUE
         END-STRING
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     .
 C294-99.
     EXIT.

******************************************************************
* Fehleralarm-Mail an Kontakt der ANWENDUNG/MODUL der abgebrochenen
* SSFRFDEF-Kette senden (statt nur DISPLAY im Job-Output)
******************************************************************
 C300-MAIL-FAILURE-ALERT SECTION.
 C300-00.
**  ---> Eskalationsstufe aus der Historie: wie oft ist derselbe
**       Kettenschritt zuletzt in Folge fehlgeschlagen (inkl. dieses
**       Laufs)? Ab dem 2. Fehlschlag in Folge geht die Mail
**       zusaetzlich an die Supervisor-Verteilung (=EKONTAKT-Zeile
**       TSNR 1 der ANWENDUNG), ab dem 3. auch an die Pager-Adresse
**       (TSNR 2) - fehlt eine solche Zeile, entfaellt nur die
**       jeweilige Zusatz-Adresse. Reine SLA-Hinweise eskalieren
**       nicht, der Lauf ist dabei ja nicht fehlgeschlagen
     MOVE SPACES TO W-ESKA-SUP-TO W-ESKA-PAGE-TO
     MOVE 1      TO W-ESKA-ANZ
     IF  NOT ALERT-SLA
     AND NOT ALERT-VORBED
     AND NOT ALERT-RESSOURCE
     AND NOT ALERT-GATE
         PERFORM C310-COUNT-CONSEC-FAILURES
         IF  W-ESKA-ANZ > 1
             MOVE ANWENDUNG OF SSFRFDEF TO MODUL OF EKONTAKT
             MOVE ZERO                  TO MDNR  OF EKONTAKT
             MOVE 1                     TO TSNR  OF EKONTAKT
             PERFORM S794-SELECT-EKONTAKT-ESKA
             IF  EKONTAKT-OK
                 MOVE EMAIL-TO OF EKONTAKT TO W-ESKA-SUP-TO
             END-IF
         END-IF
         IF  W-ESKA-ANZ > 2
             MOVE ANWENDUNG OF SSFRFDEF TO MODUL OF EKONTAKT
             MOVE ZERO                  TO MDNR  OF EKONTAKT
             MOVE 2                     TO TSNR  OF EKONTAKT
             PERFORM S794-SELECT-EKONTAKT-ESKA
             IF  EKONTAKT-OK
                 MOVE EMAIL-TO OF EKONTAKT TO W-ESKA-PAGE-TO
             END-IF
         END-IF
     END-IF

**  ---> diensthabenden Bereitschafts-Empfaenger aufloesen (s.
**       C320); mit Slot geht der Alarm NUR an die Bereitschaft
**       statt an die ganze Verteilung - genau dafuer gibt es den
**       Dienstplan
     PERFORM C320-RESOLVE-ONCALL

**  ---> holen Mail Kontaktdaten fuer die ANWENDUNG der Kette
     MOVE ANWENDUNG OF SSFRFDEF TO MODUL OF EKONTAKT
     MOVE ZERO                  TO MDNR  OF EKONTAKT
                                    TSNR  OF EKONTAKT
     PERFORM S790-SELECT-EKONTAKT
     IF  EKONTAKT-NOK
         EXIT SECTION
     END-IF

     OPEN OUTPUT EMAIL

**  ---> Adressdaten
     MOVE EMAIL-FROM OF EKONTAKT TO EM-K1-FROM
     WRITE EMAIL-RECORD FROM EM-K1

     IF  W-OC-EMPF NOT = SPACES
**      ---> Bereitschafts-Slot gefunden: nur dorthin
         MOVE W-OC-EMPF TO EM-K2-TO
         WRITE EMAIL-RECORD FROM EM-K2
         MOVE W-OC-EMPF TO W-OC-GEWAEHLT
     ELSE
**      ---> kein Slot: statische Verteilung wie bisher
         MOVE EMAIL-TO OF EKONTAKT TO W-OC-GEWAEHLT
         MOVE SPACE TO ADRESSEN
         UNSTRING EMAIL-TO OF EKONTAKT DELIMITED BY SPACE OR ";"
             INTO ADR-1
                  ADR-2
                  ADR-3
         END-UNSTRING
         MOVE ADR-1 TO EM-K2-TO
         WRITE EMAIL-RECORD FROM EM-K2
         IF  ADR-2 NOT = SPACE
             MOVE ADR-2 TO EM-K2-TO
             WRITE EMAIL-RECORD FROM EM-K2
         END-IF
         IF  ADR-3 NOT = SPACE
             MOVE ADR-3 TO EM-K2-TO
             WRITE EMAIL-RECORD FROM EM-K2
         END-IF
     END-IF

**  ---> Eskalations-Zusatzempfaenger (s. Stufenermittlung oben) -
**       wie die Hauptverteilung bis zu 3 Adressen je Zeile
     IF  W-ESKA-SUP-TO NOT = SPACES
         MOVE SPACE TO ADRESSEN
         UNSTRING W-ESKA-SUP-TO DELIMITED BY SPACE OR ";"
             INTO ADR-1
                  ADR-2
                  ADR-3
         END-UNSTRING
         MOVE ADR-1 TO EM-K2-TO
         WRITE EMAIL-RECORD FROM EM-K2
         IF  ADR-2 NOT = SPACE
             MOVE ADR-2 TO EM-K2-TO
             WRITE EMAIL-RECORD FROM EM-K2
         END-IF
         IF  ADR-3 NOT = SPACE
             MOVE ADR-3 TO EM-K2-TO
             WRITE EMAIL-RECORD FROM EM-K2
         END-IF
     END-IF
     IF  W-ESKA-PAGE-TO NOT = SPACES
         MOVE SPACE TO ADRESSEN
         UNSTRING W-ESKA-PAGE-TO DELIMITED BY SPACE OR ";"
             INTO ADR-1
                  ADR-2
                  ADR-3
         END-UNSTRING
         MOVE ADR-1 TO EM-K2-TO
         WRITE EMAIL-RECORD FROM EM-K2
         IF  ADR-2 NOT = SPACE
             MOVE ADR-2 TO EM-K2-TO
             WRITE EMAIL-RECORD FROM EM-K2
         END-IF
         IF  ADR-3 NOT = SPACE
             MOVE ADR-3 TO EM-K2-TO
             WRITE EMAIL-RECORD FROM EM-K2
         END-IF
     END-IF

**  ---> CC nur ab Eskalationsstufe ALARM (WARNUNG und SLA bleiben auf
*        den direkten Kontakt beschraenkt, um bei per LFDNR_NOK
*        abgefangenen Einzelschritten bzw. reinen Laufzeit-Hinweisen
*        nicht den gleichen Verteiler wie bei einem echten
*        Kettenabbruch zu alarmieren; ebenso die Benachrichtigung
*        an einem Entscheidungspunkt)
     IF  NOT ALERT-WARNUNG
     AND NOT ALERT-SLA
     AND NOT ALERT-GATE
     AND EMAIL-CC OF EKONTAKT NOT = SPACE
         MOVE SPACE TO ADRESSEN
         UNSTRING EMAIL-CC OF EKONTAKT DELIMITED BY SPACE OR ";"
             INTO ADR-1
                  ADR-2
                  ADR-3
         END-UNSTRING
         MOVE ADR-1 TO EM-K3-CC
         WRITE EMAIL-RECORD FROM EM-K3
         IF  ADR-2 NOT = SPACE
             MOVE ADR-2 TO EM-K3-CC
             WRITE EMAIL-RECORD FROM EM-K3
         END-IF
         IF  ADR-3 NOT = SPACE
             MOVE ADR-3 TO EM-K3-CC
             WRITE EMAIL-RECORD FROM EM-K3
         END-IF
     END-IF

**  ---> Betreff und einleitender Text aus der Mail-Vorlage der
**       Eskalationsstufe in =SSTEXT (s. C332), sonst die
**       eingebauten Texte TEM-BETREFF-*/TEM-TEXT0n-*
     PERFORM C330-MV-INIT
     EVALUATE TRUE
         WHEN ALERT-WARNUNG  MOVE "KT-WARN"  TO H-MV-NAME
         WHEN ALERT-KRITISCH MOVE "KT-KRIT"  TO H-MV-NAME
         WHEN ALERT-SLA      MOVE "KT-SLA"   TO H-MV-NAME
         WHEN ALERT-VORBED   MOVE "KT-VORB"  TO H-MV-NAME
         WHEN ALERT-RESSOURCE
                             MOVE "KT-RES"   TO H-MV-NAME
         WHEN ALERT-GATE     MOVE "KT-GATE"  TO H-MV-NAME
         WHEN ALERT-ABSTIMMUNG
                             MOVE "KT-ABST"  TO H-MV-NAME
         WHEN OTHER          MOVE "KT-ALARM" TO H-MV-NAME
     END-EVALUATE
     PERFORM C332-MV-LADEN
     IF  MV-VORLAGE-OK
         MOVE SPACES TO EM-K5-VALUE
         STRING  """"               DELIMITED BY SIZE
                 W-MV-BETREFF       DELIMITED BY SIZE
           INTO  EM-K5-VALUE
         END-STRING
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM C335-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile (je Eskalationsstufe)
         EVALUATE TRUE
             WHEN ALERT-WARNUNG  MOVE TEM-BETREFF-WARNUNG  TO EM-K5-VALUE
             WHEN ALERT-KRITISCH MOVE TEM-BETREFF-KRITISCH TO EM-K5-VALUE
             WHEN ALERT-SLA      MOVE TEM-BETREFF-SLA      TO EM-K5-VALUE
             WHEN ALERT-VORBED   MOVE TEM-BETREFF-VORBED   TO EM-K5-VALUE
             WHEN ALERT-RESSOURCE
                 MOVE TEM-BETREFF-RESSOURCE TO EM-K5-VALUE
             WHEN ALERT-GATE
                 MOVE TEM-BETREFF-GATE TO EM-K5-VALUE
             WHEN ALERT-ABSTIMMUNG
                 MOVE TEM-BETREFF-ABSTIMMUNG TO EM-K5-VALUE
             WHEN OTHER          MOVE TEM-BETREFF-ALARM    TO EM-K5-VALUE
         END-EVALUATE
         MOVE ANWENDUNG OF SSFRFDEF TO EM-K5-VALUE (30:)
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> einleitender Text (je Eskalationsstufe)
         MOVE SPACES TO EM-PZ
         EVALUATE TRUE
             WHEN ALERT-WARNUNG  MOVE TEM-TEXT01-WARNUNG  TO EM-PZ-VALUE
             WHEN ALERT-KRITISCH MOVE TEM-TEXT01-KRITISCH TO EM-PZ-VALUE
             WHEN ALERT-SLA      MOVE TEM-TEXT01-SLA      TO EM-PZ-VALUE
             WHEN ALERT-VORBED   MOVE TEM-TEXT01-VORBED   TO EM-PZ-VALUE
             WHEN ALERT-RESSOURCE
                 MOVE TEM-TEXT01-RESSOURCE TO EM-PZ-VALUE
             WHEN ALERT-GATE
                 MOVE TEM-TEXT01-GATE TO EM-PZ-VALUE
             WHEN ALERT-ABSTIMMUNG
                 MOVE TEM-TEXT01-ABSTIMMUNG TO EM-PZ-VALUE
             WHEN OTHER          MOVE TEM-TEXT01-ALARM    TO EM-PZ-VALUE
         END-EVALUATE
         WRITE EMAIL-RECORD FROM EM-PZ
         EVALUATE TRUE
             WHEN ALERT-WARNUNG  MOVE TEM-TEXT02-WARNUNG  TO EM-PZ-VALUE
             WHEN ALERT-KRITISCH MOVE TEM-TEXT02-KRITISCH TO EM-PZ-VALUE
             WHEN ALERT-SLA      MOVE TEM-TEXT02-SLA      TO EM-PZ-VALUE
             WHEN ALERT-VORBED   MOVE TEM-TEXT02-VORBED   TO EM-PZ-VALUE
             WHEN ALERT-RESSOURCE
                 MOVE TEM-TEXT02-RESSOURCE TO EM-PZ-VALUE
             WHEN ALERT-GATE
                 MOVE TEM-TEXT02-GATE TO EM-PZ-VALUE
             WHEN ALERT-ABSTIMMUNG
                 MOVE TEM-TEXT02-ABSTIMMUNG TO EM-PZ-VALUE
             WHEN OTHER          MOVE TEM-TEXT02-ALARM    TO EM-PZ-VALUE
         END-EVALUATE
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> Anwendung / Modul / Funktion / LFDNR der fehlgeschlagenen Kette
     MOVE SPACES               TO EM-PZ
     MOVE TEM-ANWENDUNG        TO EM-PZ-HEADER
     MOVE ANWENDUNG OF SSFRFDEF TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

     MOVE TEM-MODUL            TO EM-PZ-HEADER
     MOVE MODUL     OF SSFRFDEF TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

     MOVE TEM-FUNKTION         TO EM-PZ-HEADER
     MOVE FUNKTION  OF SSFRFDEF TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

     MOVE TEM-LFDNR            TO EM-PZ-HEADER
     MOVE LFDNR OF SSFRFDEF     TO D-NUM4
     MOVE D-NUM4                TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> ab dem 2. Fehlschlag in Folge die Serie ausweisen
     IF  W-ESKA-ANZ > 1
         MOVE SPACES              TO EM-PZ
         MOVE "Fehlschlag-Serie:" TO EM-PZ-HEADER
         MOVE W-ESKA-ANZ          TO W-ESKA-ANZ-ED
         MOVE SPACES              TO EM-PZ-VALUE
         STRING  W-ESKA-ANZ-ED          DELIMITED BY SIZE
                 ". Fehlschlag in Folge" DELIMITED BY SIZE
           INTO  EM-PZ-VALUE
         END-STRING
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF

**  ---> bei SLA-Basiswert-Alarm zusaetzlich Basiswert/Ist-Dauer
     IF  ALERT-SLA
         MOVE SPACES            TO EM-PZ
         MOVE "Basiswert (cs):" TO EM-PZ-HEADER
         MOVE W-SLA-AVG-CS      TO D-NUM9
         MOVE D-NUM9             TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ

         MOVE SPACES             TO EM-PZ
         MOVE "akt. Dauer (cs):" TO EM-PZ-HEADER
         MOVE W-STEP-DAUER-CS    TO D-NUM9
         MOVE D-NUM9              TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF

**  ---> bei Vorbedingungs-Alarm die (erste) offene Vorbedingung
     IF  ALERT-VORBED
         MOVE SPACES            TO EM-PZ
         MOVE "Vorbedingung:"   TO EM-PZ-HEADER
         MOVE W-VB-GRUND        TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF

**  ---> bei Ressourcen-Alarm die belegte Ressource und die Kette,
**       die sie haelt, sowie die abgewartete Zeit
     IF  ALERT-RESSOURCE
         MOVE SPACES             TO EM-PZ
         MOVE "Ressource:"       TO EM-PZ-HEADER
         MOVE W-RS-BLK-RESSOURCE TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ

         MOVE SPACES             TO EM-PZ
         MOVE "belegt von Kette:" TO EM-PZ-HEADER
         MOVE SPACES             TO EM-PZ-VALUE
         IF  W-RS-BLK-LFDNR = ZERO
             MOVE W-RS-BLK-FUNKTION TO EM-PZ-VALUE
         ELSE
             STRING  W-RS-BLK-FUNKTION  DELIMITED BY SPACE
                     " LFDNR "          DELIMITED BY SIZE
                     W-RS-BLK-LFDNR     DELIMITED BY SIZE
               INTO  EM-PZ-VALUE
             END-STRING
         END-IF
         WRITE EMAIL-RECORD FROM EM-PZ

         MOVE SPACES             TO EM-PZ
         MOVE "Wartezeit (Min.):" TO EM-PZ-HEADER
         MOVE W-RS-MAX-MIN       TO D-NUM4
         MOVE D-NUM4             TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF

**  ---> beim Entscheidungspunkt Frage, Wartezeit, Standardaktion
**       und Antwortmoeglichkeit bzw. die angewandte Standardaktion
     IF  ALERT-GATE
         PERFORM C294-MAIL-GATE
     END-IF

**  ---> bei Kontrollsummen-Abweichung Regel, beide Werte und
**       Differenz (Stufe ABSTIMMUNG bzw. WARNUNG bei LFDNR_NOK)
     IF  KS-ABWEICHUNG
         PERFORM C506-MAIL-ABSTIMMUNG
     END-IF

**  ---> Fehlerklasse aus dem Fehlerkatalog samt Massnahme und
**       Restart-Empfehlung (s. C270/C275) - nicht bei SLA-,
**       Vorbedingungs- und Ressourcen-Alarm, dort ist kein Schritt
**       fehlgeschlagen
     IF  H-FK-KLASSE NOT = SPACES
     AND NOT ALERT-SLA
     AND NOT ALERT-VORBED
     AND NOT ALERT-RESSOURCE
         PERFORM C275-MAIL-FEHLERKLASSE
     END-IF

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
     AND W-MV-ANZ > W-MV-TEIL1-ANZ
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM C336-MV-TEXT-2
     END-IF

     CLOSE EMAIL
     .
 C300-99.
     EXIT.

******************************************************************
* diensthabenden Bereitschafts-Empfaenger aus dem Dienstplan
* =SSFONCALL aufloesen: Slot = ANWENDUNG der Kette + heutiger
* Wochentag (1 = Montag, ueber FUNCTION INTEGER-OF-DATE); ohne
* Slot bleibt W-OC-EMPF leer und es gilt die statische
* Verteilung; eine leere Primaer-Adresse faellt auf die
* Backup-Adresse des Slots zurueck
******************************************************************
 C320-RESOLVE-ONCALL SECTION.
 C320-00.
     MOVE SPACES TO W-OC-EMPF W-OC-PRIMAER-MAIL W-OC-BACKUP-MAIL

     PERFORM U200-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-OC-DATUM-N
     COMPUTE W-OC-TAGNR =
         FUNCTION MOD (FUNCTION INTEGER-OF-DATE (W-OC-DATUM-N) - 1
                      ,7) + 1
     MOVE W-OC-TAGNR TO H-OC-TAG

     EXEC SQL
        SELECT PRIMAER_MAIL, BACKUP_MAIL
        INTO   :W-OC-PRIMAER-MAIL
              ,:W-OC-BACKUP-MAIL
        FROM  =SSFONCALL
        WHERE  ANWENDUNG = :ANWENDUNG OF SSFRFDEF
          AND  TAG       = :H-OC-TAG
        BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         EXIT SECTION
     END-IF

     IF  W-OC-PRIMAER-MAIL NOT = SPACES
         MOVE W-OC-PRIMAER-MAIL TO W-OC-EMPF
     ELSE
         MOVE W-OC-BACKUP-MAIL  TO W-OC-EMPF
     END-IF
     .
 C320-99.
     EXIT.

******************************************************************
* Zaehlen, der wievielte Fehlschlag in Folge dieser Kettenschritt
* ist: juengste scharfe Laeufe desselben ANWENDUNG/MODUL/FUNKTION/
* LFDNR aus =SSFCHIST rueckwaerts lesen und aufeinanderfolgende
* RC<>0 zaehlen; der aktuelle (noch nicht eingetragene) Fehlschlag
* zaehlt als 1 dazu. Mehr als 3 werden nicht unterschieden
******************************************************************
 C310-COUNT-CONSEC-FAILURES SECTION.
 C310-00.
     MOVE 1     TO W-ESKA-ANZ
     MOVE SPACE TO W-ESKA-EOF-FLAG

     PERFORM S791-OPEN-ESKA-CURSOR
     IF  W-ESKA-EOF
         EXIT SECTION
     END-IF

     PERFORM S792-FETCH-ESKA-CURSOR
     PERFORM UNTIL W-ESKA-EOF
                OR H-CHIST-RC = ZERO
                OR W-ESKA-ANZ > 3
         ADD 1 TO W-ESKA-ANZ
         PERFORM S792-FETCH-ESKA-CURSOR
     END-PERFORM

     PERFORM S793-CLOSE-ESKA-CURSOR
     .
 C310-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Platzhalter fuer den Fehleralarm belegen -
* @ANWENDUNG@, @MODUL@, @FUNKTION@, @LFDNR@ der Kette, @SERIE@
* (Fehlschlaege in Folge, s. C310) und @DATUM@ (heute TT.MM.JJJJ)
******************************************************************
 C330-MV-INIT SECTION.
 C330-00.
     MOVE ZERO   TO W-MV-PH-ANZ
     MOVE SPACES TO W-MV-PH-TAB
     MOVE "ANWENDUNG"    TO W-MV-NEU-NAME
     MOVE ANWENDUNG OF SSFRFDEF TO W-MV-NEU-WERT
     PERFORM C331-MV-PLATZHALTER
     MOVE "MODUL"        TO W-MV-NEU-NAME
     MOVE MODUL OF SSFRFDEF TO W-MV-NEU-WERT
     PERFORM C331-MV-PLATZHALTER
     MOVE "FUNKTION"     TO W-MV-NEU-NAME
     MOVE FUNKTION OF SSFRFDEF TO W-MV-NEU-WERT
     PERFORM C331-MV-PLATZHALTER
     MOVE LFDNR OF SSFRFDEF TO D-NUM4
     MOVE D-NUM4            TO W-MV-NEU-WERT
     MOVE "LFDNR"           TO W-MV-NEU-NAME
     PERFORM C331-MV-PLATZHALTER
     MOVE W-ESKA-ANZ        TO W-ESKA-ANZ-ED
     MOVE W-ESKA-ANZ-ED     TO W-MV-NEU-WERT
     MOVE "SERIE"           TO W-MV-NEU-NAME
     PERFORM C331-MV-PLATZHALTER
     PERFORM U200-TIMESTAMP
     MOVE SPACES            TO W-MV-NEU-WERT
     STRING  TAL-TT   OF TAL-TIME-D  DELIMITED BY SIZE
             "."                     DELIMITED BY SIZE
             TAL-MM   OF TAL-TIME-D  DELIMITED BY SIZE
             "."                     DELIMITED BY SIZE
             TAL-JHJJ OF TAL-TIME-D  DELIMITED BY SIZE
       INTO  W-MV-NEU-WERT
     END-STRING
     MOVE "DATUM"           TO W-MV-NEU-NAME
     PERFORM C331-MV-PLATZHALTER
     .
 C330-99.
     EXIT.

******************************************************************
* Mail-Vorlage: einen Platzhalter in die Tabelle uebernehmen (Wert
* linksbuendig, editierte Zahlen ohne fuehrende Blanks)
******************************************************************
 C331-MV-PLATZHALTER SECTION.
 C331-00.
     IF  W-MV-PH-ANZ < 10
         ADD 1 TO W-MV-PH-ANZ
         MOVE W-MV-NEU-NAME TO W-MV-PH-NAME (W-MV-PH-ANZ)
         MOVE SPACES        TO W-MV-PH-WERT (W-MV-PH-ANZ)
         MOVE ZERO TO W-MV-LEN
         INSPECT W-MV-NEU-WERT TALLYING W-MV-LEN FOR LEADING SPACE
         IF  W-MV-LEN < 40
             MOVE W-MV-NEU-WERT (W-MV-LEN + 1:)
               TO W-MV-PH-WERT (W-MV-PH-ANZ)
         END-IF
     END-IF
     MOVE SPACES TO W-MV-NEU-NAME W-MV-NEU-WERT
     .
 C331-99.
     EXIT.

******************************************************************
* Mail-Vorlage H-MV-NAME aus =SSTEXT laden (Sprache aus =SSPARM
* "MAILSPR", Vorgabe DE; fehlt die Sprache, die deutsche Fassung)
* und die Platzhalter ersetzen - gleicher Aufbau wie in SRCSAFE
* (dort N522), MV-VORLAGE-OK nur, wenn Zeilen gefunden wurden
******************************************************************
 C332-MV-LADEN SECTION.
 C332-00.
     SET MV-VORLAGE-NOK TO TRUE
     MOVE SPACE  TO W-MV-DATEN-FLAG
     MOVE SPACES TO W-MV-BETREFF W-MV-TAB
     MOVE ZERO   TO W-MV-ANZ W-MV-TEIL1-ANZ

     PERFORM S798-SELECT-MV-SPRACHE
     PERFORM C333-MV-LESEN
     IF  MV-VORLAGE-NOK
     AND H-MV-SPRACHE NOT = "DE"
         MOVE "DE" TO H-MV-SPRACHE
         PERFORM C333-MV-LESEN
     END-IF
     IF  NOT MV-MIT-DATEN
         MOVE W-MV-ANZ TO W-MV-TEIL1-ANZ
     END-IF

**  ---> Betreff linksbuendig
     IF  W-MV-BETREFF NOT = SPACES
         MOVE ZERO TO W-MV-LEN
         INSPECT W-MV-BETREFF TALLYING W-MV-LEN FOR LEADING SPACE
         MOVE W-MV-BETREFF (W-MV-LEN + 1:) TO W-MV-EIN
         MOVE W-MV-EIN                      TO W-MV-BETREFF
     END-IF
     .
 C332-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Zeilen in der Sprache H-MV-SPRACHE lesen -
* "BETREFF:" = Betreff, "@DATEN@" trennt Teil 1 von Teil 2
******************************************************************
 C333-MV-LESEN SECTION.
 C333-00.
     PERFORM S795-OPEN-MV-CURSOR
     IF  NOT MV-EOD
         PERFORM S796-FETCH-MV-CURSOR
     END-IF
     PERFORM UNTIL MV-EOD
         SET MV-VORLAGE-OK TO TRUE
         EVALUATE TRUE
             WHEN H-MV-TEXTE (1:8) = "BETREFF:"
                 MOVE H-MV-TEXTE (9:) TO W-MV-EIN
                 PERFORM C334-MV-ERSETZEN
                 MOVE W-MV-AUS TO W-MV-BETREFF
             WHEN H-MV-TEXTE (1:7) = "@DATEN@"
                 MOVE W-MV-ANZ TO W-MV-TEIL1-ANZ
                 SET MV-MIT-DATEN TO TRUE
             WHEN W-MV-ANZ < 30
                 MOVE H-MV-TEXTE TO W-MV-EIN
                 PERFORM C334-MV-ERSETZEN
                 ADD 1 TO W-MV-ANZ
                 MOVE W-MV-AUS TO W-MV-ZEILE (W-MV-ANZ)
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
         PERFORM S796-FETCH-MV-CURSOR
     END-PERFORM
     PERFORM S797-CLOSE-MV-CURSOR
     .
 C333-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Platzhalter @NAME@ in W-MV-EIN ersetzen, Ergebnis
* in W-MV-AUS
******************************************************************
 C334-MV-ERSETZEN SECTION.
 C334-00.
     MOVE SPACES TO W-MV-AUS
     MOVE 1      TO W-MV-POS W-MV-AUS-POS
     PERFORM UNTIL W-MV-POS > 76
         IF  W-MV-EIN (W-MV-POS:1) = "@"
             PERFORM C337-MV-TOKEN
         ELSE
             IF  W-MV-AUS-POS NOT > 152
                 MOVE W-MV-EIN (W-MV-POS:1)
                   TO W-MV-AUS (W-MV-AUS-POS:1)
                 ADD 1 TO W-MV-AUS-POS
             END-IF
             ADD 1 TO W-MV-POS
         END-IF
     END-PERFORM
     .
 C334-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Teil 1 schreiben (Zeilen vor @DATEN@)
******************************************************************
 C335-MV-TEXT-1 SECTION.
 C335-00.
     PERFORM VARYING W-MV-I1 FROM 1 BY 1
             UNTIL   W-MV-I1 > W-MV-TEIL1-ANZ
         WRITE EMAIL-RECORD FROM W-MV-ZEILE (W-MV-I1)
     END-PERFORM
     .
 C335-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Teil 2 schreiben (Zeilen nach @DATEN@)
******************************************************************
 C336-MV-TEXT-2 SECTION.
 C336-00.
     COMPUTE W-MV-I1 = W-MV-TEIL1-ANZ + 1
     PERFORM UNTIL W-MV-I1 > W-MV-ANZ
         WRITE EMAIL-RECORD FROM W-MV-ZEILE (W-MV-I1)
         ADD 1 TO W-MV-I1
     END-PERFORM
     .
 C336-99.
     EXIT.

******************************************************************
* Mail-Vorlage: "@" an W-MV-POS - schliessendes "@" suchen und den
* Namen dazwischen ersetzen; Unbekanntes bleibt unveraendert stehen
******************************************************************
 C337-MV-TOKEN SECTION.
 C337-00.
     MOVE ZERO  TO W-MV-ENDE
     MOVE SPACE TO W-MV-TREFFER
     COMPUTE W-MV-I2 = W-MV-POS + 1
     PERFORM UNTIL W-MV-I2 > 76
             OR    W-MV-I2 > W-MV-POS + 13
             OR    W-MV-ENDE > ZERO
         IF  W-MV-EIN (W-MV-I2:1) = "@"
             MOVE W-MV-I2 TO W-MV-ENDE
         END-IF
         ADD 1 TO W-MV-I2
     END-PERFORM

     IF  W-MV-ENDE > W-MV-POS + 1
         MOVE SPACES TO W-MV-TOKEN
         MOVE W-MV-EIN (W-MV-POS + 1:W-MV-ENDE - W-MV-POS - 1)
           TO W-MV-TOKEN
         PERFORM VARYING W-MV-PH-I1 FROM 1 BY 1
                 UNTIL   W-MV-PH-I1 > W-MV-PH-ANZ
                 OR      MV-PH-GEFUNDEN
             IF  W-MV-PH-NAME (W-MV-PH-I1) = W-MV-TOKEN
                 SET MV-PH-GEFUNDEN TO TRUE
                 PERFORM VARYING W-MV-LEN FROM 40 BY -1
                         UNTIL   W-MV-LEN < 1
                         OR      W-MV-PH-WERT (W-MV-PH-I1)
                                              (W-MV-LEN:1) NOT = SPACE
                     CONTINUE
                 END-PERFORM
                 IF  W-MV-LEN > ZERO
                 AND W-MV-AUS-POS + W-MV-LEN NOT > 153
                     MOVE W-MV-PH-WERT (W-MV-PH-I1) (1:W-MV-LEN)
                       TO W-MV-AUS (W-MV-AUS-POS:W-MV-LEN)
                     ADD W-MV-LEN TO W-MV-AUS-POS
                 END-IF
             END-IF
         END-PERFORM
     END-IF

     EVALUATE TRUE
         WHEN MV-PH-GEFUNDEN
             COMPUTE W-MV-POS = W-MV-ENDE + 1
         WHEN W-MV-ENDE > W-MV-POS + 1
             COMPUTE W-MV-LEN = W-MV-ENDE - W-MV-POS + 1
             IF  W-MV-AUS-POS + W-MV-LEN NOT > 153
                 MOVE W-MV-EIN (W-MV-POS:W-MV-LEN)
                   TO W-MV-AUS (W-MV-AUS-POS:W-MV-LEN)
                 ADD W-MV-LEN TO W-MV-AUS-POS
             END-IF
             COMPUTE W-MV-POS = W-MV-ENDE + 1
         WHEN OTHER
             IF  W-MV-AUS-POS NOT > 152
                 MOVE "@" TO W-MV-AUS (W-MV-AUS-POS:1)
                 ADD 1 TO W-MV-AUS-POS
             END-IF
             ADD 1 TO W-MV-POS
     END-EVALUATE
     .
 C337-99.
     EXIT.
     
******************************************************************
* Vorbedingungen der Kette aus =SSFCDEP pruefen, bevor der erste
* Schritt startet: VOR_TYP "K" = Kette VOR_FUNKTION muss heute
* erfolgreich beendet sein (juengste Kettenmarke in =SSFCHIST,
* s. C250), VOR_TYP "D" = Datei VOR_DATEI muss vorhanden und seit
* STABIL_MIN Minuten unveraendert sein. Offene Vorbedingungen
* werden alle K-VB-POLL-CS erneut geprueft, hoechstens
* MAX_WARTE_MIN Minuten lang (groesster Wert der Zeilen, 0/leer =
* K-VB-MAX-WARTE-MIN); danach Abbruch mit Fehleralarm (Stufe
* VORBEDINGUNG). Im Dryrun wird nur einmal geprueft und angezeigt
******************************************************************
 C400-CHECK-VORBEDINGUNGEN SECTION.
 C400-00.
     MOVE ZERO TO W-VB-ANZ W-VB-WARTE-SEK
     MOVE K-MODUL           TO ANWENDUNG OF SSFCDEP
     MOVE STUP-DEC-FUNKTION TO FUNKTION  OF SSFCDEP
     PERFORM C401-VB-LADEN
     IF  W-VB-ANZ = ZERO
         EXIT SECTION
     END-IF

     DISPLAY " "
     MOVE W-VB-ANZ TO D-NUM4
     DISPLAY "Vorbedingungen der Kette: " D-NUM4
     MOVE W-VB-MAX-MIN TO D-NUM4
     DISPLAY "  max. Wartezeit (Minuten): " D-NUM4

     SET VB-OFFEN TO TRUE
     PERFORM UNTIL NOT VB-OFFEN
         PERFORM C402-VB-PRUEFEN
         EVALUATE TRUE
             WHEN W-VB-OFFEN-ANZ = ZERO
                 SET VB-ERFUELLT TO TRUE
             WHEN DRY-RUN
                 DISPLAY "DRYRUN - Vorbedingungen offen, Kette"
                         " wuerde warten"
                 SET VB-ERFUELLT TO TRUE
             WHEN W-VB-WARTE-SEK >= W-VB-MAX-MIN * 60
                 SET VB-ZEIT-UM TO TRUE
             WHEN OTHER
                 ENTER TAL "DELAY" USING K-VB-POLL-CS
                 COMPUTE W-VB-WARTE-SEK = W-VB-WARTE-SEK
                                        + K-VB-POLL-CS / 100
         END-EVALUATE
     END-PERFORM

     IF  VB-ERFUELLT
         DISPLAY "Vorbedingungen erfuellt - Kette startet"
         DISPLAY " "
         EXIT SECTION
     END-IF

**  ---> Wartezeit ueberschritten: Kette startet nicht, Meldung wie
**       bei jedem anderen Kettenabbruch (LFDNR 0 = Kette als Ganzes)
     DISPLAY " "
     DISPLAY " >> Vorbedingung nach Wartezeit nicht erfuellt <<"
     DISPLAY "  " W-VB-GRUND
     DISPLAY " >>> ABBRUCH! <<<"
     DISPLAY " "
     MOVE K-MODUL           TO ANWENDUNG OF SSFRFDEF
     MOVE SPACES            TO MODUL     OF SSFRFDEF
     MOVE STUP-DEC-FUNKTION TO FUNKTION  OF SSFRFDEF
     MOVE ZERO              TO LFDNR     OF SSFRFDEF
     SET  ALERT-VORBED TO TRUE
     PERFORM C300-MAIL-FAILURE-ALERT
     SET  PRG-ABBRUCH TO TRUE
     .
 C400-99.
     EXIT.

******************************************************************
* Vorbedingungen der Kette aus =SSFCDEP in W-VB-TAB laden und die
* maximale Wartezeit bestimmen
******************************************************************
 C401-VB-LADEN SECTION.
 C401-00.
     MOVE ZERO TO W-VB-MAX-MIN
     PERFORM S800-OPEN-SSFCDEP-CURSOR
     IF  NOT SSFCDEP-OK
         EXIT SECTION
     END-IF
     PERFORM S801-FETCH-SSFCDEP-CURSOR
     PERFORM UNTIL NOT SSFCDEP-OK
             OR    W-VB-ANZ >= 20
         ADD 1 TO W-VB-ANZ
         MOVE VOR-TYP      OF SSFCDEP TO W-VB-TYP      (W-VB-ANZ)
         MOVE VOR-FUNKTION OF SSFCDEP TO W-VB-FUNKTION (W-VB-ANZ)
         MOVE VOR-DATEI    OF SSFCDEP TO W-VB-DATEI    (W-VB-ANZ)
         MOVE STABIL-MIN   OF SSFCDEP TO W-VB-STABIL   (W-VB-ANZ)
         IF  MAX-WARTE-MIN OF SSFCDEP > W-VB-MAX-MIN
             MOVE MAX-WARTE-MIN OF SSFCDEP TO W-VB-MAX-MIN
         END-IF
         PERFORM S801-FETCH-SSFCDEP-CURSOR
     END-PERFORM
     PERFORM S802-CLOSE-SSFCDEP-CURSOR

     IF  W-VB-MAX-MIN = ZERO
         MOVE K-VB-MAX-WARTE-MIN TO W-VB-MAX-MIN
     END-IF
     .
 C401-99.
     EXIT.

******************************************************************
* alle geladenen Vorbedingungen einmal pruefen; W-VB-OFFEN-ANZ =
* Anzahl noch offener, W-VB-GRUND = Klartext der ersten offenen
******************************************************************
 C402-VB-PRUEFEN SECTION.
 C402-00.
     MOVE ZERO   TO W-VB-OFFEN-ANZ
     MOVE SPACES TO W-VB-GRUND
     PERFORM U200-TIMESTAMP
     MOVE ZERO TO H-VB-HEUTE-TS
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO H-VB-HEUTE-TS (1:8)

     PERFORM VARYING W-VB-IX FROM 1 BY 1
             UNTIL   W-VB-IX > W-VB-ANZ
         MOVE SPACES TO W-VB-TEXT
         EVALUATE W-VB-TYP (W-VB-IX)
             WHEN "K"  PERFORM C403-VB-KETTE
             WHEN "D"  PERFORM C404-VB-DATEI
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
         IF  W-VB-TEXT NOT = SPACES
             ADD 1 TO W-VB-OFFEN-ANZ
             DISPLAY "  offen: " W-VB-TEXT
             IF  W-VB-GRUND = SPACES
                 MOVE W-VB-TEXT TO W-VB-GRUND
             END-IF
         END-IF
     END-PERFORM
     .
 C402-99.
     EXIT.

******************************************************************
* Vorbedingung Kette: juengste Kettenmarke (LFDNR 0, DRYRUN "K")
* der Kette W-VB-FUNKTION von heute aus =SSFCHIST - RC 0 =
* erfolgreich beendet, RC 9 = laeuft noch, sonst abgebrochen
******************************************************************
 C403-VB-KETTE SECTION.
 C403-00.
     MOVE W-VB-FUNKTION (W-VB-IX) TO H-VB-FUNKTION
     MOVE 99 TO H-VB-RC
     EXEC SQL
         OPEN VB_CHIST_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA = ZERO
         EXEC SQL
             FETCH VB_CHIST_CURS
              INTO  :H-VB-RC
         END-EXEC
         IF  SQLCODE OF SQLCA NOT = ZERO
             MOVE 99 TO H-VB-RC
         END-IF
         EXEC SQL
             CLOSE VB_CHIST_CURS
         END-EXEC
     END-IF

     EVALUATE H-VB-RC
         WHEN ZERO
             CONTINUE
         WHEN 9
             STRING  "Kette "                 DELIMITED BY SIZE
                     H-VB-FUNKTION            DELIMITED BY SPACE
                     " laeuft noch"           DELIMITED BY SIZE
               INTO  W-VB-TEXT
             END-STRING
         WHEN 99
             STRING  "Kette "                 DELIMITED BY SIZE
                     H-VB-FUNKTION            DELIMITED BY SPACE
                     " heute noch nicht gelaufen"
                                              DELIMITED BY SIZE
               INTO  W-VB-TEXT
             END-STRING
         WHEN OTHER
             STRING  "Kette "                 DELIMITED BY SIZE
                     H-VB-FUNKTION            DELIMITED BY SPACE
                     " heute abgebrochen"     DELIMITED BY SIZE
               INTO  W-VB-TEXT
             END-STRING
     END-EVALUATE
     .
 C403-99.
     EXIT.

******************************************************************
* Vorbedingung Datei: W-VB-DATEI muss existieren und ihre letzte
* Aenderung (FILE_GETINFOLISTBYNAME_ Item 145) mindestens
* W-VB-STABIL Minuten zurueckliegen - solange sie noch geschrieben
* wird, gilt sie als nicht angekommen
******************************************************************
 C404-VB-DATEI SECTION.
 C404-00.
     MOVE W-VB-DATEI (W-VB-IX) TO W-VB-FNAME
     MOVE ZERO TO W-VB-FNAME-LEN
     INSPECT W-VB-FNAME TALLYING W-VB-FNAME-LEN
             FOR CHARACTERS BEFORE INITIAL " "
     IF  W-VB-FNAME-LEN = ZERO
         EXIT SECTION
     END-IF

     ENTER TAL "FILE_GETINFOLISTBYNAME_"
                 USING   W-VB-FNAME (1 : W-VB-FNAME-LEN)
                         W-VB-ITEM-LIST
                         W-VB-NUM-OF-ITEMS
                         W-VB-RESULT
                         W-VB-RESULT-MAX
                         W-VB-RESULT-LEN
                         W-VB-ERROR-ITEM
                 GIVING  W-VB-ERROR
     IF  W-VB-ERROR NOT = ZERO
         STRING  "Datei "                 DELIMITED BY SIZE
                 W-VB-FNAME               DELIMITED BY SPACE
                 " nicht vorhanden"       DELIMITED BY SIZE
           INTO  W-VB-TEXT
         END-STRING
         EXIT SECTION
     END-IF

**  ---> Alter der letzten Aenderung in Minuten (Tageswechsel ueber
**       die Tagesnummer, wie in C320)
     ENTER TAL "INTERPRETTIMESTAMP"
                 USING   W-VB-RESULT-MODI-N
                         TAL-TIME
                 GIVING  TAL-JUL-DAY
     MOVE CORR TAL-TIME TO TAL-TIME-D
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-OC-DATUM-N
     COMPUTE W-VB-AEND-MIN =
             FUNCTION INTEGER-OF-DATE (W-OC-DATUM-N) * 1440
           + TAL-HH OF TAL-TIME-D * 60
           + TAL-MI OF TAL-TIME-D
     PERFORM U200-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-OC-DATUM-N
     COMPUTE W-VB-JETZT-MIN =
             FUNCTION INTEGER-OF-DATE (W-OC-DATUM-N) * 1440
           + TAL-HH OF TAL-TIME-D * 60
           + TAL-MI OF TAL-TIME-D

     IF  W-VB-JETZT-MIN - W-VB-AEND-MIN < W-VB-STABIL (W-VB-IX)
         STRING  "Datei "                 DELIMITED BY SIZE
                 W-VB-FNAME               DELIMITED BY SPACE
                 " noch nicht stabil"     DELIMITED BY SIZE
           INTO  W-VB-TEXT
         END-STRING
     END-IF
     .
 C404-99.
     EXIT.

******************************************************************
* Kontrollsummen des soeben gelaufenen Schritts: Zeile "SSFCTL"
* seiner OUT-Datei lesen (C501, Ergebnis in H-KS-* fuer =SSFCHIST,
* s. C221) und - bei erfolgreichem Schritt mit Abstimmungsregel
* (SSFRFDEF.ABST_LFDNR) - gegen den Vergleichsschritt abstimmen
* (C504). Weicht der Wert ab oder fehlt eine Kontrollsumme, gilt
* der Schritt wie ein fehlgeschlagener (STEP-NOK, Fehlerklasse
* ABSTIMMUNG): mit LFDNR_NOK Verzweigung und Alarm Stufe WARNUNG,
* sonst Kettenabbruch mit Fehleralarm Stufe ABSTIMMUNG - ein
* Schritt, der still Saetze verliert, endet sonst mit RC 0 und
* alle Folgeschritte ebenso
******************************************************************
 C500-KONTROLLSUMMEN SECTION.
 C500-00.
     PERFORM C501-KS-LESEN

     IF  ABST-LFDNR OF SSFRFDEF = ZERO
     OR  NOT STEP-OK
         EXIT SECTION
     END-IF

     PERFORM C504-KS-ABSTIMMEN
     IF  NOT KS-ABWEICHUNG
         EXIT SECTION
     END-IF

**  ---> Abweichung wie Fehlschlag behandeln - Klasse und Massnahme
**       gehen in den Fehleralarm (C275) und in =SSFCHIST (C221)
     SET  STEP-NOK        TO TRUE
     MOVE "ABSTIMMUNG"    TO H-FK-KLASSE
     MOVE ZERO            TO H-FK-NR
     SET  H-FK-RESTART-N  TO TRUE
     MOVE SPACES          TO W-FK-FUNDSTELLE W-FK-ERG-MASSN
     STRING  W-KS-GRUND                     DELIMITED BY "  "
             " - Datenfluss zwischen den Schritten pruefen"
                                            DELIMITED BY SIZE
             " (verlorene/doppelte Saetze)" DELIMITED BY SIZE
       INTO  W-FK-ERG-MASSN
     END-STRING
     PERFORM C274-FK-ANZEIGE

     IF  LFDNR-NOK OF SSFRFDEF NOT = ZERO
         DISPLAY " "
         DISPLAY "Kontrollsummen-Abweichung - Verzweigung auf LFDNR_NOK"
         MOVE LFDNR-NOK OF SSFRFDEF TO D-NUM4
         DISPLAY "  LFDNR_NOK: " D-NUM4
         DISPLAY " "
         SET  ALERT-WARNUNG TO TRUE
         PERFORM C300-MAIL-FAILURE-ALERT
     ELSE
         DISPLAY " "
         DISPLAY " >>> Kette wegen Kontrollsummen-Abweichung "
                 "abgebrochen <<<"
         MOVE LFDNR OF SSFRFDEF TO D-NUM4
         DISPLAY "  LFDNR: " D-NUM4
         DISPLAY " "
         SET  ALERT-ABSTIMMUNG TO TRUE
         PERFORM C300-MAIL-FAILURE-ALERT
         SET  PRG-ABBRUCH TO TRUE
     END-IF
     .
 C500-99.
     EXIT.

******************************************************************
* OUT-Datei des Schritts nach Zeilen "SSFCTL ..." (ab Spalte 1)
* durchsuchen - wie in C270 hoechstens K-FK-MAX-ZEILEN Zeilen,
* Spool-OUTs ("#" im Namen) sind nicht lesbar; die letzte SSFCTL-
* Zeile gilt (C502). Ohne Zeile bleibt H-KS-KZ leer
******************************************************************
 C501-KS-LESEN SECTION.
 C501-00.
     MOVE VAL OF PRG-OUTF OF SSFRFDEF TO W-JOB-OUTFILE
     MOVE ZERO TO W-FK-ANZ1
     INSPECT W-JOB-OUTFILE TALLYING W-FK-ANZ1 FOR ALL "#"
     IF  W-JOB-OUTFILE = SPACES
     OR  W-FK-ANZ1 > ZERO
         EXIT SECTION
     END-IF

     MOVE    W-JOB-OUTFILE       TO ASS-FNAME
     MOVE    ZERO                TO ASS-FSTATUS
     ENTER   "COBOLASSIGN"   USING  JOBOUTF
                                    ASS-FNAME
                             GIVING ASS-FSTATUS
     IF  ASS-FSTATUS = ZERO
         OPEN INPUT JOBOUTF
     END-IF
     IF  ASS-FSTATUS NOT = ZERO
     OR  NOT FILE-OK
         DISPLAY " >> OUT-Datei " W-JOB-OUTFILE
                 " fuer Kontrollsummen nicht lesbar <<"
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-KS-ZEILEN-ANZ
     READ JOBOUTF AT END SET FILE-EOF TO TRUE END-READ
     PERFORM UNTIL NOT FILE-OK
                OR W-KS-ZEILEN-ANZ >= K-FK-MAX-ZEILEN
         ADD 1 TO W-KS-ZEILEN-ANZ
         IF  JOBOUT-RECORD (1:7) = K-KS-KENNUNG
             PERFORM C502-KS-ZEILE
         END-IF
         READ JOBOUTF AT END SET FILE-EOF TO TRUE END-READ
     END-PERFORM
     CLOSE JOBOUTF

     IF  H-KS-KZ NOT = SPACES
         DISPLAY "  Kontrollsummen (" H-KS-KZ ")"
         IF  H-KS-KZ (1:1) = "E"
             MOVE H-KS-EIN   TO W-KS-ZAHL-ED
             DISPLAY "    Eingang: " W-KS-ZAHL-ED
         END-IF
         IF  H-KS-KZ (2:1) = "A"
             MOVE H-KS-AUS   TO W-KS-ZAHL-ED
             DISPLAY "    Ausgang: " W-KS-ZAHL-ED
         END-IF
         IF  H-KS-KZ (3:1) = "S"
             MOVE H-KS-SUMME TO W-KS-ZAHL-ED
             DISPLAY "    Summe:   " W-KS-ZAHL-ED
         END-IF
     END-IF
     .
 C501-99.
     EXIT.

******************************************************************
* eine SSFCTL-Zeile zerlegen: bis zu 3 Teile <Name>=<Wert> mit den
* Namen EIN, AUS (Anzahl, ganzzahlig >= 0) und SUMME (Betrag);
* unbekannte oder nicht numerische Teile werden gemeldet und
* uebergangen. Eine spaetere Zeile ersetzt eine fruehere ganz
******************************************************************
 C502-KS-ZEILE SECTION.
 C502-00.
     MOVE SPACES TO H-KS-KZ W-KS-TOKEN-TAB
     MOVE ZERO   TO H-KS-EIN H-KS-AUS H-KS-SUMME
     IF  JOBOUT-RECORD (8:) = SPACES
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-KS-POS
     INSPECT JOBOUT-RECORD (8:) TALLYING W-KS-POS FOR LEADING SPACE
     UNSTRING JOBOUT-RECORD (8 + W-KS-POS:) DELIMITED BY ALL SPACE
         INTO W-KS-TOKEN (1)
              W-KS-TOKEN (2)
              W-KS-TOKEN (3)
     END-UNSTRING

     PERFORM VARYING W-KS-TIX FROM 1 BY 1
             UNTIL   W-KS-TIX > 3
         IF  W-KS-TOKEN (W-KS-TIX) NOT = SPACES
             MOVE SPACES TO W-KS-SCHLUESSEL W-KS-WERT
             UNSTRING W-KS-TOKEN (W-KS-TIX) DELIMITED BY "="
                 INTO W-KS-SCHLUESSEL
                      W-KS-WERT
             END-UNSTRING
             INSPECT W-KS-SCHLUESSEL
                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             PERFORM C503-KS-ZAHL
             EVALUATE TRUE
                 WHEN NOT KS-ZAHL-OK
                     DISPLAY " >> Kontrollsumme nicht numerisch: "
                             W-KS-TOKEN (W-KS-TIX)
                 WHEN W-KS-SCHLUESSEL = "EIN"
                  AND W-KS-VZ NOT = "-"
                  AND W-KS-DEZ = ZERO
                     MOVE W-KS-ZAHL TO H-KS-EIN
                     MOVE "E"       TO H-KS-KZ (1:1)
                 WHEN W-KS-SCHLUESSEL = "AUS"
                  AND W-KS-VZ NOT = "-"
                  AND W-KS-DEZ = ZERO
                     MOVE W-KS-ZAHL TO H-KS-AUS
                     MOVE "A"       TO H-KS-KZ (2:1)
                 WHEN W-KS-SCHLUESSEL = "SUMME"
                     MOVE W-KS-ZAHL TO H-KS-SUMME
                     MOVE "S"       TO H-KS-KZ (3:1)
                 WHEN OTHER
                     DISPLAY " >> Kontrollsumme unzulaessig: "
                             W-KS-TOKEN (W-KS-TIX)
             END-EVALUATE
         END-IF
     END-PERFORM
     .
 C502-99.
     EXIT.

******************************************************************
* Wert W-KS-WERT pruefen und umsetzen -> W-KS-ZAHL/KS-ZAHL-OK:
* optional Vorzeichen, bis zu 15 Vorkomma- und 2 Nachkommastellen,
* Dezimaltrenner "," oder "." (ohne Tausenderpunkte)
******************************************************************
 C503-KS-ZAHL SECTION.
 C503-00.
     MOVE SPACE  TO W-KS-ZAHL-FLAG W-KS-VZ
     MOVE SPACES TO W-KS-GANZ-X W-KS-DEZ-X
     MOVE ZERO   TO W-KS-ZAHL W-KS-GANZ W-KS-DEZ
                    W-KS-GANZ-LEN W-KS-DEZ-LEN
     MOVE 1      TO W-KS-POS
     IF  W-KS-WERT (1:1) = "-" OR "+"
         MOVE W-KS-WERT (1:1) TO W-KS-VZ
         MOVE 2               TO W-KS-POS
     END-IF
     IF  W-KS-WERT (W-KS-POS:) = SPACES
         EXIT SECTION
     END-IF

     INSPECT W-KS-WERT CONVERTING "." TO ","
     UNSTRING W-KS-WERT (W-KS-POS:) DELIMITED BY "," OR SPACE
         INTO W-KS-GANZ-X COUNT IN W-KS-GANZ-LEN
              W-KS-DEZ-X  COUNT IN W-KS-DEZ-LEN
     END-UNSTRING
     IF  W-KS-GANZ-LEN = ZERO
     OR  W-KS-GANZ-LEN > 15
     OR  W-KS-DEZ-LEN  > 2
         EXIT SECTION
     END-IF
     IF  W-KS-GANZ-X (1:W-KS-GANZ-LEN) NOT NUMERIC
         EXIT SECTION
     END-IF
     INSPECT W-KS-DEZ-X REPLACING ALL SPACE BY "0"
     IF  W-KS-DEZ-X NOT NUMERIC
         EXIT SECTION
     END-IF

     MOVE W-KS-GANZ-X (1:W-KS-GANZ-LEN) TO W-KS-GANZ
     MOVE W-KS-DEZ-X                    TO W-KS-DEZ
     COMPUTE W-KS-ZAHL = W-KS-GANZ + W-KS-DEZ / 100
     IF  W-KS-VZ = "-"
         COMPUTE W-KS-ZAHL = ZERO - W-KS-ZAHL
     END-IF
     SET  KS-ZAHL-OK TO TRUE
     .
 C503-99.
     EXIT.

******************************************************************
* Abstimmungsregel des Schritts pruefen: Wert ABST_FELD dieses
* Schritts gegen Wert ABST_REF_FELD des Schritts ABST_LFDNR (juengs-
* ter scharfer Lauf zum selben Laufdatum aus =SSFCHIST, damit auch
* nach einem Restart), Differenz hoechstens ABST_TOLERANZ. Ergebnis
* in H-KS-ERGEBNIS (J/N/F) und KS-ABWEICHUNG, Grund in W-KS-GRUND
******************************************************************
 C504-KS-ABSTIMMEN SECTION.
 C504-00.
     MOVE SPACES TO W-KS-GRUND
     MOVE ZERO   TO W-KS-EIGEN W-KS-REF W-KS-DIFF W-KS-DIFF-ABS
     MOVE ABST-LFDNR OF SSFRFDEF TO H-KS-REF-LFDNR

**  ---> Wert dieses Schritts
     MOVE H-KS-KZ                TO W-KS-Q-KZ
     MOVE H-KS-EIN               TO W-KS-Q-EIN
     MOVE H-KS-AUS               TO W-KS-Q-AUS
     MOVE H-KS-SUMME             TO W-KS-Q-SUMME
     MOVE ABST-FELD OF SSFRFDEF  TO W-KS-FELD
     PERFORM C505-KS-FELDWERT
     MOVE W-KS-ZAHL              TO W-KS-EIGEN
     MOVE W-KS-FELD-TXT          TO W-KS-EIGEN-TXT
     IF  NOT KS-ZAHL-OK
         STRING  "Schritt meldet keine Kontrollsumme "
                                       DELIMITED BY SIZE
                 W-KS-EIGEN-TXT        DELIMITED BY SPACE
           INTO  W-KS-GRUND
         END-STRING
     END-IF

**  ---> Wert des Vergleichsschritts
     MOVE SPACES TO W-KS-Q-KZ
     MOVE ZERO   TO W-KS-Q-EIN W-KS-Q-AUS W-KS-Q-SUMME
     MOVE H-KS-REF-LFDNR TO D-NUM4
     IF  W-KS-GRUND = SPACES
         IF  H-KS-REF-LFDNR = LFDNR OF SSFRFDEF
             MOVE "Regel verweist auf den Schritt selbst (ABST_LFDNR)"
               TO W-KS-GRUND
         ELSE
             PERFORM S820-OPEN-KS-CURSOR
             IF  KS-REF-OK
                 PERFORM S821-FETCH-KS-CURSOR
                 PERFORM S822-CLOSE-KS-CURSOR
             END-IF
             IF  KS-REF-EOD
                 STRING  "LFDNR"              DELIMITED BY SIZE
                         D-NUM4               DELIMITED BY SIZE
                         " ohne scharfen Lauf zum Laufdatum"
                                              DELIMITED BY SIZE
                   INTO  W-KS-GRUND
                 END-STRING
             ELSE
                 MOVE H-KS-REF-KZ    TO W-KS-Q-KZ
                 MOVE H-KS-REF-EIN   TO W-KS-Q-EIN
                 MOVE H-KS-REF-AUS   TO W-KS-Q-AUS
                 MOVE H-KS-REF-SUMME TO W-KS-Q-SUMME
             END-IF
         END-IF
     END-IF
     MOVE ABST-REF-FELD OF SSFRFDEF TO W-KS-FELD
     PERFORM C505-KS-FELDWERT
     MOVE W-KS-ZAHL              TO W-KS-REF
     MOVE W-KS-FELD-TXT          TO W-KS-REF-TXT
     IF  W-KS-GRUND = SPACES
     AND NOT KS-ZAHL-OK
         STRING  "LFDNR"                DELIMITED BY SIZE
                 D-NUM4                 DELIMITED BY SIZE
                 " meldet keine Kontrollsumme "
                                        DELIMITED BY SIZE
                 W-KS-REF-TXT           DELIMITED BY SPACE
           INTO  W-KS-GRUND
         END-STRING
     END-IF

     DISPLAY "  Abstimmung " W-KS-EIGEN-TXT " = " W-KS-REF-TXT
             " LFDNR " D-NUM4
     IF  W-KS-GRUND NOT = SPACES
         SET  H-KS-FEHLT    TO TRUE
         SET  KS-ABWEICHUNG TO TRUE
         DISPLAY "    nicht moeglich: " W-KS-GRUND
         EXIT SECTION
     END-IF

     COMPUTE W-KS-DIFF = W-KS-EIGEN - W-KS-REF
     IF  W-KS-DIFF < ZERO
         COMPUTE W-KS-DIFF-ABS = ZERO - W-KS-DIFF
     ELSE
         MOVE W-KS-DIFF TO W-KS-DIFF-ABS
     END-IF
     IF  W-KS-DIFF-ABS > ABST-TOLERANZ OF SSFRFDEF
         SET  H-KS-ABWEICHUNG TO TRUE
         SET  KS-ABWEICHUNG   TO TRUE
         MOVE "Differenz ueber der Toleranz (ABST_TOLERANZ)"
           TO W-KS-GRUND
     ELSE
         SET  H-KS-STIMMT     TO TRUE
     END-IF

     MOVE W-KS-EIGEN TO W-KS-ZAHL-ED
     DISPLAY "    Wert Schritt:   " W-KS-ZAHL-ED
     MOVE W-KS-REF   TO W-KS-ZAHL-ED
     DISPLAY "    Vergleichswert: " W-KS-ZAHL-ED
     MOVE W-KS-DIFF  TO W-KS-ZAHL-ED
     DISPLAY "    Differenz:      " W-KS-ZAHL-ED
     MOVE ABST-TOLERANZ OF SSFRFDEF TO W-KS-ZAHL-ED
     DISPLAY "    Toleranz:       " W-KS-ZAHL-ED
     IF  H-KS-STIMMT
         DISPLAY "    Ergebnis:       stimmt"
     ELSE
         DISPLAY "    Ergebnis:       ABWEICHUNG"
     END-IF
     .
 C504-99.
     EXIT.

******************************************************************
* Wert des Felds W-KS-FELD (E = Eingang, A = Ausgang, S = Summe)
* aus W-KS-QUELLE -> W-KS-ZAHL; KS-ZAHL-OK nur, wenn der Teil
* gemeldet wurde (W-KS-Q-KZ)
******************************************************************
 C505-KS-FELDWERT SECTION.
 C505-00.
     MOVE SPACE TO W-KS-ZAHL-FLAG
     MOVE ZERO  TO W-KS-ZAHL
     EVALUATE W-KS-FELD
         WHEN "E"
             MOVE "Eingang" TO W-KS-FELD-TXT
             IF  W-KS-Q-KZ (1:1) = "E"
                 MOVE W-KS-Q-EIN   TO W-KS-ZAHL
                 SET  KS-ZAHL-OK   TO TRUE
             END-IF
         WHEN "A"
             MOVE "Ausgang" TO W-KS-FELD-TXT
             IF  W-KS-Q-KZ (2:1) = "A"
                 MOVE W-KS-Q-AUS   TO W-KS-ZAHL
                 SET  KS-ZAHL-OK   TO TRUE
             END-IF
         WHEN "S"
             MOVE "Summe"   TO W-KS-FELD-TXT
             IF  W-KS-Q-KZ (3:1) = "S"
                 MOVE W-KS-Q-SUMME TO W-KS-ZAHL
                 SET  KS-ZAHL-OK   TO TRUE
             END-IF
         WHEN OTHER
             MOVE "Feld?"   TO W-KS-FELD-TXT
     END-EVALUATE
     .
 C505-99.
     EXIT.

******************************************************************
* Fehleralarm-Mail: Abstimmungsregel mit beiden Werten, Differenz
* und Toleranz bzw. der Grund, warum nicht abgestimmt werden konnte
******************************************************************
 C506-MAIL-ABSTIMMUNG SECTION.
 C506-00.
     WRITE EMAIL-RECORD FROM EM-LZ

     MOVE SPACES           TO EM-PZ
     MOVE "Abstimmung:"    TO EM-PZ-HEADER
     MOVE H-KS-REF-LFDNR   TO D-NUM4
     STRING  W-KS-EIGEN-TXT     DELIMITED BY SPACE
             " = "              DELIMITED BY SIZE
             W-KS-REF-TXT       DELIMITED BY SPACE
             " LFDNR"           DELIMITED BY SIZE
             D-NUM4             DELIMITED BY SIZE
       INTO  EM-PZ-VALUE
     END-STRING
     WRITE EMAIL-RECORD FROM EM-PZ

     IF  H-KS-FEHLT
         MOVE SPACES             TO EM-PZ
         MOVE "Grund:"           TO EM-PZ-HEADER
         MOVE W-KS-GRUND (1:40)  TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         IF  W-KS-GRUND (41:20) NOT = SPACES
             MOVE SPACES             TO EM-PZ
             MOVE W-KS-GRUND (41:20) TO EM-PZ-VALUE
             WRITE EMAIL-RECORD FROM EM-PZ
         END-IF
         EXIT SECTION
     END-IF

     MOVE SPACES           TO EM-PZ
     MOVE "Wert Schritt:"  TO EM-PZ-HEADER
     MOVE W-KS-EIGEN       TO W-KS-ZAHL-ED
     MOVE W-KS-ZAHL-ED     TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

     MOVE SPACES           TO EM-PZ
     MOVE "Vergleichswert:" TO EM-PZ-HEADER
     MOVE W-KS-REF         TO W-KS-ZAHL-ED
     MOVE W-KS-ZAHL-ED     TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

     MOVE SPACES           TO EM-PZ
     MOVE "Differenz:"     TO EM-PZ-HEADER
     MOVE W-KS-DIFF        TO W-KS-ZAHL-ED
     MOVE W-KS-ZAHL-ED     TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

     MOVE SPACES           TO EM-PZ
     MOVE "Toleranz:"      TO EM-PZ-HEADER
     MOVE ABST-TOLERANZ OF SSFRFDEF TO W-KS-ZAHL-ED
     MOVE W-KS-ZAHL-ED     TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     .
 C506-99.
     EXIT.


******************************************************************
* Aufruf COBOL-Utility: GETSTARTUPTEXT
                   TYPE AS DATETIME YEAR TO FRACTION(2)
               ,:LFDNR-OK of SSFRFDEF
               ,:LFDNR-NOK of SSFRFDEF
               ,:SCHRITT-TYP of SSFRFDEF
               ,:GATE-STANDARD of SSFRFDEF
               ,:ABST-LFDNR of SSFRFDEF
               ,:ABST-FELD of SSFRFDEF
               ,:ABST-REF-FELD of SSFRFDEF
               ,:ABST-TOLERANZ of SSFRFDEF
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSFRFDEF-OK  TO TRUE
 S794-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Zeilen einer Mail-Vorlage (s. C333)
******************************************************************
 S795-OPEN-MV-CURSOR SECTION.
 S795-00.
     MOVE SPACE TO W-MV-EOD-FLAG
     EXEC SQL
         OPEN MV_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         SET MV-EOD TO TRUE
     END-IF
     .
 S795-99.
     EXIT.

 S796-FETCH-MV-CURSOR SECTION.
 S796-00.
     MOVE SPACES TO H-MV-TEXTE
     EXEC SQL
         FETCH MV_CURS
          INTO  :H-MV-TEXTE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      CONTINUE
         WHEN 100    SET MV-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S796) aus SSTEXT: "
                             D-NUM4
                     SET MV-EOD TO TRUE
     END-EVALUATE
     .
 S796-99.
     EXIT.

 S797-CLOSE-MV-CURSOR SECTION.
 S797-00.
     EXEC SQL
         CLOSE MV_CURS
     END-EXEC
     .
 S797-99.
     EXIT.

******************************************************************
* Sprache der Mail-Vorlagen aus =SSPARM "MAILSPR", Vorgabe DE
******************************************************************
 S798-SELECT-MV-SPRACHE SECTION.
 S798-00.
     MOVE SPACES TO H-MV-SPR-PARM
     EXEC SQL
         SELECT  SVOL_SOURCE
           INTO  :H-MV-SPR-PARM
           FROM  =SSPARM
          WHERE  AKTION = "MAILSPR"
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
     OR  H-MV-SPR-PARM = SPACES
         MOVE "DE"                 TO H-MV-SPRACHE
     ELSE
         MOVE H-MV-SPR-PARM (1:8)  TO H-MV-SPRACHE
     END-IF
     .
 S798-99.
     EXIT.

******************************************************************
* Open Cursor Folge-Fehlschlag-Historie (s. C310)
******************************************************************
 S793-99.
     EXIT.

******************************************************************
* Open Cursor Vorbedingungen der Kette (s. C401)
******************************************************************
 S800-OPEN-SSFCDEP-CURSOR SECTION.
 S800-00.
     EXEC SQL
         OPEN SSFCDEP_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFCDEP-OK  TO TRUE
         WHEN OTHER  SET SSFCDEP-EOD TO TRUE
     END-EVALUATE
     .
 S800-99.
     EXIT.

******************************************************************
* Fetch Cursor Vorbedingungen der Kette (s. C401)
******************************************************************
 S801-FETCH-SSFCDEP-CURSOR SECTION.
 S801-00.
     EXEC SQL
         FETCH SSFCDEP_CURS
          INTO  :VOR-TYP          OF SSFCDEP
               ,:VOR-FUNKTION     OF SSFCDEP
               ,:VOR-DATEI        OF SSFCDEP
               ,:STABIL-MIN       OF SSFCDEP
               ,:MAX-WARTE-MIN    OF SSFCDEP
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFCDEP-OK  TO TRUE
         WHEN OTHER  SET SSFCDEP-EOD TO TRUE
     END-EVALUATE
     .
 S801-99.
     EXIT.

******************************************************************
* Close Cursor Vorbedingungen der Kette (s. C401)
******************************************************************
 S802-CLOSE-SSFCDEP-CURSOR SECTION.
 S802-00.
     EXEC SQL
         CLOSE SSFCDEP_CURS
     END-EXEC
     .
 S802-99.
     EXIT.

******************************************************************
* Open Cursor Fehlerkatalog (s. C271)
******************************************************************
 S810-OPEN-SSFFKAT-CURSOR SECTION.
 S810-00.
     EXEC SQL
         OPEN SSFFKAT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFFKAT-OK  TO TRUE
         WHEN OTHER  SET SSFFKAT-EOD TO TRUE
     END-EVALUATE
     .
 S810-99.
     EXIT.

******************************************************************
* Fetch Cursor Fehlerkatalog (s. C271)
******************************************************************
 S811-FETCH-SSFFKAT-CURSOR SECTION.
 S811-00.
     EXEC SQL
         FETCH SSFFKAT_CURS
          INTO  :KAT-NR           OF SSFFKAT
               ,:MUSTER           OF SSFFKAT
               ,:KLASSE           OF SSFFKAT
               ,:RESTART-OK       OF SSFFKAT
               ,:MASSNAHME        OF SSFFKAT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFFKAT-OK  TO TRUE
         WHEN OTHER  SET SSFFKAT-EOD TO TRUE
     END-EVALUATE
     .
 S811-99.
     EXIT.

******************************************************************
* Close Cursor Fehlerkatalog (s. C271)
******************************************************************
 S812-CLOSE-SSFFKAT-CURSOR SECTION.
 S812-00.
     EXEC SQL
         CLOSE SSFFKAT_CURS
     END-EXEC
     .
 S812-99.
     EXIT.

******************************************************************
* Open Cursor Ressourcen des Schritts (s. C281)
******************************************************************
 S813-OPEN-SSFRESDEF-CURSOR SECTION.
 S813-00.
     EXEC SQL
         OPEN SSFRESDEF_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFRESDEF-OK  TO TRUE
         WHEN OTHER  SET SSFRESDEF-EOD TO TRUE
     END-EVALUATE
     .
 S813-99.
     EXIT.

******************************************************************
* Fetch Cursor Ressourcen des Schritts (s. C281)
******************************************************************
 S814-FETCH-SSFRESDEF-CURSOR SECTION.
 S814-00.
     EXEC SQL
         FETCH SSFRESDEF_CURS
          INTO  :RESSOURCE        OF SSFRESDEF
               ,:MODUS            OF SSFRESDEF
               ,:MAX-WARTE-MIN    OF SSFRESDEF
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFRESDEF-OK  TO TRUE
         WHEN OTHER  SET SSFRESDEF-EOD TO TRUE
     END-EVALUATE
     .
 S814-99.
     EXIT.

******************************************************************
* Close Cursor Ressourcen des Schritts (s. C281)
******************************************************************
 S815-CLOSE-SSFRESDEF-CURSOR SECTION.
 S815-00.
     EXEC SQL
         CLOSE SSFRESDEF_CURS
     END-EXEC
     .
 S815-99.
     EXIT.

******************************************************************
* Open Cursor Belegungen einer Ressource durch andere Schritte
* (s. C282)
******************************************************************
 S816-OPEN-SSFRESLK-CURSOR SECTION.
 S816-00.
     EXEC SQL
         OPEN SSFRESLK_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFRESLK-OK  TO TRUE
         WHEN OTHER  SET SSFRESLK-NOK TO TRUE
     END-EVALUATE
     .
 S816-99.
     EXIT.

******************************************************************
* Fetch Cursor Belegungen einer Ressource (s. C282)
******************************************************************
 S817-FETCH-SSFRESLK-CURSOR SECTION.
 S817-00.
     EXEC SQL
         FETCH SSFRESLK_CURS
          INTO  :FUNKTION         OF SSFRESLK
               ,:LFDNR            OF SSFRESLK
               ,:MODUS            OF SSFRESLK
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFRESLK-OK  TO TRUE
         WHEN 100    SET SSFRESLK-EOD TO TRUE
         WHEN OTHER  SET SSFRESLK-NOK TO TRUE
     END-EVALUATE
     .
 S817-99.
     EXIT.

******************************************************************
* Close Cursor Belegungen einer Ressource (s. C282)
******************************************************************
 S818-CLOSE-SSFRESLK-CURSOR SECTION.
 S818-00.
     EXEC SQL
         CLOSE SSFRESLK_CURS
     END-EXEC
     .
 S818-99.
     EXIT.

******************************************************************
* Open Cursor Kontrollsummen des Vergleichsschritts (s. C504)
******************************************************************
 S820-OPEN-KS-CURSOR SECTION.
 S820-00.
     EXEC SQL
         OPEN KS_CHIST_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KS-REF-OK  TO TRUE
         WHEN OTHER  SET KS-REF-EOD TO TRUE
     END-EVALUATE
     .
 S820-99.
     EXIT.

******************************************************************
* Fetch Cursor Kontrollsummen des Vergleichsschritts (s. C504) -
* nur die erste (juengste) Zeile wird verwendet
******************************************************************
 S821-FETCH-KS-CURSOR SECTION.
 S821-00.
     EXEC SQL
         FETCH KS_CHIST_CURS
          INTO  :H-KS-REF-KZ
               ,:H-KS-REF-EIN
               ,:H-KS-REF-AUS
               ,:H-KS-REF-SUMME
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KS-REF-OK  TO TRUE
         WHEN OTHER  SET KS-REF-EOD TO TRUE
     END-EVALUATE
     .
 S821-99.
     EXIT.

******************************************************************
* Close Cursor Kontrollsummen des Vergleichsschritts (s. C504)
******************************************************************
 S822-CLOSE-KS-CURSOR SECTION.
 S822-00.
     EXEC SQL
         CLOSE KS_CHIST_CURS
     END-EXEC
     .
 S822-99.
     EXIT.

******************************************************************
* Transaktionsbegrenzungen
******************************************************************
